      ***********************************************************
      * SEGCLI.CPY                                                *
      * LAYOUT DO SEGMENTO CORRENTE DO CLIENTE (SEGMENTO-CLIENTE) *
      * - UM REGISTRO POR CPF ATIVO DO CADASTRO, GRAVADO NO       *
      * FECHAMENTO MENSAL PELO SEGCALC COM OS SCORES DE RECENCIA, *
      * FREQUENCIA E VALOR (1 A 5) E OS DADOS QUE OS GERARAM.     *
      * SEGC-SEGMENTO-ANT E O SEGMENTO DO MES ANTERIOR (BRANCO NA *
      * PRIMEIRA SEGMENTACAO DO CLIENTE). CLIENTE QUE FICA        *
      * INATIVO TEM O REGISTRO EXCLUIDO. CODIGOS DOS SEGMENTOS EM *
      * SEGTAB.CPY. LIDO PELA EXTRACAO DE MARKETING ATIVIDADE01E. *
      * O HISTORICO MES A MES FICA NO SEGHIST.                    *
      * CHAVE PRIMARIA: SEGC-CPF.                                 *
      ***********************************************************
       01  REG-SEGMENTO-CLI.
           05 SEGC-CPF             PIC 9(11).
           05 SEGC-ANOMES          PIC 9(06).
           05 SEGC-SEGMENTO        PIC X(01).
               88 SEGC-TOP             VALUE 'T'.
               88 SEGC-CRESCENDO       VALUE 'C'.
               88 SEGC-NOVO            VALUE 'N'.
               88 SEGC-EM-RISCO        VALUE 'R'.
               88 SEGC-DORMENTE        VALUE 'D'.
               88 SEGC-OCASIONAL       VALUE 'O'.
           05 SEGC-SEGMENTO-ANT    PIC X(01).
           05 SEGC-SCORE-R         PIC 9(01).
           05 SEGC-SCORE-F         PIC 9(01).
           05 SEGC-SCORE-V         PIC 9(01).
           05 SEGC-ULT-COMPRA      PIC 9(08).
           05 SEGC-QTD-COMPRAS     PIC 9(05).
           05 SEGC-VALOR-COMPRAS   PIC S9(09)V99.
           05 SEGC-SALDO-INVEST    PIC 9(09)V99.
           05 SEGC-QTD-ALUNOS      PIC 9(03).
           05 SEGC-DATA-CALCULO    PIC 9(08).
