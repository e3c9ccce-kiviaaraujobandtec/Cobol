      ***********************************************************
      * BOLETO.CPY                                                *
      * LAYOUT DO CONTROLE DE BOLETOS DE COBRANCA BANCARIA        *
      * (BOLETOS-COBRANCA) - UM BOLETO POR PARCELA DO RECEB OU    *
      * MENSALIDADE DO MENSAL EMITIDO PELA REMESSA BOLREM, QUE    *
      * GRAVA O ARQUIVO BOLFILE PARA O BANCO E CARIMBA O NOSSO    *
      * NUMERO NO TITULO. O PROCESSADOR DE RETORNO BOLRET BAIXA   *
      * O BOLETO PAGO (GERANDO O PAGAMENTO NO RECPAG OU MENSPAG   *
      * PARA A BAIXA NORMAL DO PROGCOB15K OU PROGCOB08I) OU       *
      * REJEITADO (LIBERANDO O TITULO PARA NOVA EMISSAO), COMO    *
      * O ATIVIDADE05Y/05Z FAZEM COM OS PAGAMENTOS DO REMPAG.     *
      * BOL-ORIGEM: R = RECEBIVEL (CONTRATO + PARCELA),           *
      *             M = MENSALIDADE (MATRICULA + COMPETENCIA).    *
      * CHAVE PRIMARIA: BOL-NOSSO-NUMERO.                         *
      ***********************************************************
       01  REG-BOLETO.
           05 BOL-NOSSO-NUMERO   PIC 9(10).
           05 BOL-ORIGEM         PIC X(01).
               88 BOL-RECEBIVEL      VALUE 'R'.
               88 BOL-MENSALIDADE    VALUE 'M'.
           05 BOL-TITULO         PIC X(12).
           05 BOL-TITULO-REC REDEFINES BOL-TITULO.
               10 BOL-CONTRATO   PIC 9(06).
               10 BOL-PARCELA    PIC 9(02).
               10 FILLER         PIC X(04).
           05 BOL-TITULO-MENS REDEFINES BOL-TITULO.
               10 BOL-MATRICULA  PIC 9(06).
               10 BOL-ANOMES     PIC 9(06).
           05 BOL-CPF            PIC 9(11).
           05 BOL-VENCIMENTO     PIC 9(08).
           05 BOL-VALOR          PIC 9(07)V99.
           05 BOL-DATA-GERACAO   PIC 9(08).
           05 BOL-SITUACAO       PIC X(01).
               88 BOL-ENVIADO        VALUE 'E'.
               88 BOL-PAGO           VALUE 'P'.
               88 BOL-REJEITADO      VALUE 'R'.
           05 BOL-DATA-RETORNO   PIC 9(08).
           05 BOL-VALOR-PAGO     PIC 9(07)V99.
           05 BOL-MOTIVO         PIC X(20).
