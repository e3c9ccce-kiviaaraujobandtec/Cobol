      ***********************************************************
      * CPAGAR.CPY                                                *
      * LAYOUT DAS CONTAS A PAGAR A FORNECEDORES (CONTAS-PAGAR) - *
      * UM REGISTRO POR NOTA FISCAL DO FORNECEDOR, GERADO PELO    *
      * RECEBIMENTO DE MERCADORIAS ENTRMERC: CADA LINHA RECEBIDA  *
      * DA NOTA SOMA QUANTIDADE X PRECO REAL NO VALOR E CONTA UM  *
      * ITEM. O VENCIMENTO E O INFORMADO NA NOTA OU, SEM ELE, A   *
      * DATA DA NOTA MAIS O PRAZO DO PARAMETRO PRAZO-FORNECEDOR.  *
      *   A = ABERTA (A PAGAR)                                    *
      *   P = PAGA                                                *
      * CHAVE PRIMARIA: CPG-CHAVE (FORNECEDOR + NUMERO DA NOTA).  *
      * USADO POR: ENTRMERC                                       *
      ***********************************************************
       01  REG-CONTA-PAGAR.
           05 CPG-CHAVE.
               10 CPG-FORNECEDOR     PIC X(06).
               10 CPG-NOTA           PIC X(09).
           05 CPG-DATA-EMISSAO   PIC 9(08).
           05 CPG-VENCIMENTO     PIC 9(08).
           05 CPG-VALOR          PIC 9(09)V99.
           05 CPG-QTD-ITENS      PIC 9(03).
           05 CPG-DATA-GERACAO   PIC 9(08).
           05 CPG-SITUACAO       PIC X(01).
               88 CPG-ABERTA         VALUE 'A'.
               88 CPG-PAGA           VALUE 'P'.
           05 CPG-DATA-PAGAMENTO PIC 9(08).
