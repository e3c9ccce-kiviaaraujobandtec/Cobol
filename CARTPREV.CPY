      ***********************************************************
      * CARTPREV.CPY                                              *
      * LAYOUT DO ARQUIVO DE LIQUIDACOES PREVISTAS DE CARTAO      *
      * (CARTAO-PREVISTO) - UM REGISTRO POR VENDA NO CARTAO       *
      * ACEITA PELO PROGCOB15 (OU REPROCESSADA PELO PROGCOB15R),  *
      * COM A TAXA E A DATA DE PAGAMENTO ESPERADAS DA             *
      * CREDENCIADORA PELAS CONDICOES DO PARAMETROS (TAXA-CARTAO- *
      * DEB/CRED E PRAZO-CARTAO-DEB/CRED). O PROGCOB15Q BAIXA O   *
      * REGISTRO AO CONCILIAR O ARQUIVO DE LIQUIDACAO DIARIO DA   *
      * CREDENCIADORA (CARTLIQ.CPY).                              *
      * SITUACAO: A = ABERTO (AGUARDANDO PAGAMENTO)               *
      *           L = LIQUIDADO PELO VALOR ESPERADO               *
      *           M = PAGO A MENOR (DIFERENCA NO CPRV-VALOR-PAGO) *
      * CHAVE PRIMARIA: CPRV-NSU (NSU DA CREDENCIADORA).          *
      ***********************************************************
       01  REG-CARTAO-PREVISTO.
           05 CPRV-NSU             PIC X(12).
           05 CPRV-FORMA           PIC X(01).
               88 CPRV-DEBITO          VALUE 'B'.
               88 CPRV-CREDITO         VALUE 'C'.
           05 CPRV-DATA-VENDA      PIC 9(08).
           05 CPRV-VENDEDOR        PIC 9(04).
           05 CPRV-LOTE            PIC 9(06).
           05 CPRV-VALOR-BRUTO     PIC 9(07)V99.
           05 CPRV-TAXA-PCT        PIC 9(02)V9999.
           05 CPRV-VALOR-TAXA      PIC 9(07)V99.
           05 CPRV-VALOR-LIQUIDO   PIC 9(07)V99.
           05 CPRV-DATA-PREVISTA   PIC 9(08).
           05 CPRV-SITUACAO        PIC X(01).
               88 CPRV-ABERTO          VALUE 'A'.
               88 CPRV-LIQUIDADO       VALUE 'L'.
               88 CPRV-PAGO-A-MENOR    VALUE 'M'.
           05 CPRV-DATA-PAGTO      PIC 9(08).
           05 CPRV-VALOR-PAGO      PIC 9(07)V99.
           05 CPRV-TAXA-COBRADA    PIC 9(07)V99.
