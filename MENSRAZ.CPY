      ***********************************************************
      * MENSRAZ.CPY                                               *
      * LAYOUT DO RAZAO DA CONTA MENS-RECEBER (RAZAO-MENSAL) -    *
      * MENSALIDADES A RECEBER NO REGIME DE COMPETENCIA. UM       *
      * REGISTRO POR MES DE MOVIMENTO COM O SALDO INICIAL (FINAL  *
      * DO MES ANTERIOR GRAVADO), A IMPLANTACAO (COBRANCAS JA EM  *
      * ABERTO NO PRIMEIRO FATURAMENTO POR COMPETENCIA), O        *
      * FATURADO (PROGCOB08H), O ACRESCIMO POR PONTUALIDADE       *
      * PERDIDA E O BAIXADO NOS PAGAMENTOS (PROGCOB08I) E O SALDO *
      * FINAL, QUE A PROVA PROGCOB08L CONFERE COM O SALDO EM      *
      * ABERTO DO MENSAL. ACOMPANHA AS LINHAS DA CONTA NO JORNAL. *
      * CHAVE PRIMARIA: MRZ-ANOMES (ASSIGN "MENSRAZ").            *
      ***********************************************************
       01  REG-RAZAO-MENSAL.
           05 MRZ-ANOMES           PIC 9(06).
           05 MRZ-DATA-ATUALIZACAO PIC 9(08).
           05 MRZ-SALDO-INICIAL    PIC S9(09)V99.
           05 MRZ-IMPLANTACAO      PIC 9(09)V99.
           05 MRZ-FATURADO         PIC 9(09)V99.
           05 MRZ-ACRESCIMO        PIC 9(09)V99.
           05 MRZ-BAIXADO          PIC 9(09)V99.
           05 MRZ-SALDO-FINAL      PIC S9(09)V99.
