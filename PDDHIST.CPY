      ***********************************************************
      * PDDHIST.CPY                                               *
      * LAYOUT DO HISTORICO DA PROVISAO PARA DEVEDORES DUVIDOSOS  *
      * (PDD-HISTORICO) - UM REGISTRO POR MES DE FECHAMENTO,      *
      * GRAVADO PELO PROGCOB15T COM A BASE (VALOR CONTABIL DAS    *
      * PARCELAS ABERTAS DO RECEB), O PERCENTUAL E A PROVISAO DE  *
      * CADA FAIXA DE ATRASO, O TOTAL PROVISIONADO E O TOTAL DO   *
      * FECHAMENTO ANTERIOR. A VARIACAO ENTRE OS DOIS E O QUE VAI *
      * PARA O JORNAL. FAIXAS: 1 = A VENCER, 2 = ATE 30 DIAS,     *
      * 3 = 31-60, 4 = 61-90, 5 = 91-180, 6 = MAIS DE 180.        *
      * CHAVE PRIMARIA: PDD-ANOMES.                               *
      ***********************************************************
       01  REG-PDD-HIST.
           05 PDD-ANOMES           PIC 9(06).
           05 PDD-DATA-CALCULO     PIC 9(08).
           05 PDD-BASE-TOTAL       PIC 9(09)V99.
           05 PDD-PROVISAO         PIC 9(09)V99.
           05 PDD-PROVISAO-ANTERIOR PIC 9(09)V99.
           05 PDD-FAIXA            OCCURS 6 TIMES.
               10 PDD-BASE-FAIXA   PIC 9(09)V99.
               10 PDD-PCT-FAIXA    PIC 9(03)V99.
               10 PDD-PROV-FAIXA   PIC 9(09)V99.
