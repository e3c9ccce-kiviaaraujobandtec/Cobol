      ***********************************************************
      * OBRAADT.CPY                                               *
      * LAYOUT DOS ADITIVOS AO ORCAMENTO DA OBRA (OBRA-ADITIVO) - *
      * ACRESCIMOS PEDIDOS PELO CLIENTE DEPOIS DO ORCAMENTO       *
      * ORIGINAL (OBRAORC, QUE NAO E MAIS SOBRESCRITO): AREA,     *
      * CUSTO ORCADO E VALOR DE CONTRATO A MAIS. CAPTURADOS PELO  *
      * ADITMNT COMO 'S' (SOLICITADO) E DECIDIDOS PELO SUPERVISOR *
      * NA FILA DE APROVACOES (APROVREV, TIPO ADITIVO): 'A'       *
      * APROVADO OU 'R' REJEITADO. ORCAMENTO ATUAL DA OBRA =      *
      * ORIGINAL + ADITIVOS APROVADOS (OBRAADTP.CPY).             *
      * CHAVE PRIMARIA: ADT-CHAVE (OBRA + NUMERO DO ADITIVO).     *
      ***********************************************************
       01  REG-ADITIVO.
           05 ADT-CHAVE.
               10 ADT-OBRA           PIC 9(04).
               10 ADT-NUMERO         PIC 9(03).
           05 ADT-DESCRICAO      PIC X(40).
           05 ADT-AREA-EXTRA     PIC 9(07)V99.
           05 ADT-CUSTO-EXTRA    PIC 9(09)V99.
           05 ADT-VALOR-EXTRA    PIC 9(09)V99.
           05 ADT-SITUACAO       PIC X(01).
               88 ADT-SOLICITADO     VALUE 'S'.
               88 ADT-APROVADO       VALUE 'A'.
               88 ADT-REJEITADO      VALUE 'R'.
           05 ADT-DATA-PEDIDO    PIC 9(08).
           05 ADT-DATA-DECISAO   PIC 9(08).
