      * VENDAS PARCELADAS (TIPO 'P') DO SALESTRN. O NUMERO DE     *
      * CONTRATO E ATRIBUIDO SEQUENCIALMENTE PELA GERACAO; O      *
      * VENCIMENTO VEM DO CALENDARIO DE DIAS UTEIS. A BAIXA DE    *
      * PAGAMENTOS E O PROGCOB15K, O AGING DOS TITULOS EM         *
      * ABERTO E O PROGCOB15L E A REGUA DE COBRANCA (CARTAS AOS   *
      * CLIENTES EM ATRASO) E O PROGCOB15S.                       *
      * NOS PLANOS COM JUROS (7 A 12 PARCELAS, TABELA PRICE PELA  *
      * TAXA DO PLANOPAR) REC-VALOR E A PARCELA PRICE E           *
      * REC-VALOR-JUROS OS JUROS EMBUTIDOS NELA, APROPRIADOS      *
      * COMO RECEITA FINANCEIRA NA BAIXA (PROGCOB15K); NAS        *
      * VENDAS SEM JUROS (2 A 6) A TAXA E OS JUROS FICAM ZERO.    *
      * REC-SALDO E O QUE FALTA RECEBER DA PARCELA: NASCE IGUAL A *
      * REC-VALOR, SOBE COM A MULTA E OS JUROS DE MORA LANCADOS   *
      * NA BAIXA EM ATRASO (ACUMULADOS EM REC-ENCARGOS) E DESCE   *
      * COM CADA PAGAMENTO, TOTAL OU PARCIAL (ACUMULADO EM        *
      * REC-VALOR-PAGO); A PARCELA SO VIRA 'P' COM SALDO ZERO.    *
      * NA RENEGOCIACAO (RECRENEG) AS PARCELAS ABERTAS DO         *
      * CONTRATO SAO FECHADAS COMO 'R' E O SALDO VOLTA EM UM      *
      * CONTRATO NOVO, QUE APONTA O ORIGINAL EM                   *
      * REC-CONTRATO-ORIGEM (ZERO NO CONTRATO DE VENDA).          *
      * CONTRATO INCOBRAVEL BAIXADO COMO PERDA (RECPERDA, COM      *
      * APROVACAO DE SUPERVISOR) TEM AS PARCELAS ABERTAS MARCADAS *
      * 'B' COM A DATA DA BAIXA EM REC-DATA-PGTO; O SALDO FICA NA *
      * PARCELA E O PAGAMENTO POSTERIOR E RECEBIDO NO PROGCOB15K  *
      * COMO RECUPERACAO. A PROVISAO (PDD) DAS PARCELAS ABERTAS   *
      * POR FAIXA DE ATRASO E O FECHAMENTO MENSAL PROGCOB15T.     *
      * REC-NOSSO-NUMERO E O NUMERO DO BOLETO DE COBRANCA         *
      * BANCARIA EMITIDO PARA A PARCELA PELA REMESSA BOLREM (ZERO *
      * ENQUANTO NAO HOUVER BOLETO OU DEPOIS DE UM BOLETO         *
      * REJEITADO PELO BANCO); O RETORNO E O BOLRET.              *
      * CHAVE PRIMARIA: REC-CHAVE (CONTRATO + PARCELA).           *
      ***********************************************************
       01  REG-RECEBIVEL.
           05 REC-SITUACAO         PIC X(01).
               88 REC-ABERTA           VALUE 'A'.
               88 REC-PAGA             VALUE 'P'.
               88 REC-RENEGOCIADA      VALUE 'R'.
               88 REC-BAIXADA-PERDA    VALUE 'B'.
           05 REC-DATA-PGTO        PIC 9(08).
           05 REC-TAXA-MENSAL      PIC 9(02)V9999.
           05 REC-VALOR-JUROS      PIC 9(07)V99.
           05 REC-SALDO            PIC 9(07)V99.
           05 REC-VALOR-PAGO       PIC 9(07)V99.
           05 REC-ENCARGOS         PIC 9(07)V99.
           05 REC-CONTRATO-ORIGEM  PIC 9(06).
           05 REC-NOSSO-NUMERO     PIC 9(10).
