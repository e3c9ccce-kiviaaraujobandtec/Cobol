      ***********************************************************
      * PONTHIST.CPY                                              *
      * LAYOUT DO HISTORICO DO PASSIVO DE PONTOS DE FIDELIDADE    *
      * (PONTOS-HISTORICO) - UM REGISTRO POR MES DE FECHAMENTO,   *
      * GRAVADO PELO PONTPASS COM OS MOVIMENTOS DO MES POR TIPO,  *
      * OS PONTOS EM ABERTO (GANHOS AINDA NAO CONSUMIDOS NEM      *
      * EXPIRADOS), O VALOR DO PONTO EM VIGOR, O PASSIVO DO MES E *
      * O DO FECHAMENTO ANTERIOR. A VARIACAO ENTRE OS DOIS E O    *
      * QUE VAI PARA O JORNAL.                                    *
      * CHAVE PRIMARIA: PTH-ANOMES.                               *
      ***********************************************************
       01  REG-PONTOS-HIST.
           05 PTH-ANOMES           PIC 9(06).
           05 PTH-DATA-CALCULO     PIC 9(08).
           05 PTH-PARTICIPANTES    PIC 9(07).
           05 PTH-PONTOS-ABERTOS   PIC 9(11).
           05 PTH-VALOR-PONTO      PIC 9(01)V9999.
           05 PTH-PASSIVO          PIC 9(09)V99.
           05 PTH-PASSIVO-ANTERIOR PIC 9(09)V99.
           05 PTH-GANHOS-MES       PIC 9(11).
           05 PTH-ESTORNOS-MES     PIC 9(11).
           05 PTH-RESGATES-MES     PIC 9(11).
           05 PTH-EXPIRADOS-MES    PIC 9(11).
           05 PTH-DESCONTOS-MES    PIC 9(09)V99.
