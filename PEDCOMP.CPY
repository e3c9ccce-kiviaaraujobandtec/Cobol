      ***********************************************************
      * PEDCOMP.CPY                                               *
      * LAYOUT DO ARQUIVO DE PEDIDOS DE COMPRA (PEDIDO-COMPRA) -  *
      * UM REGISTRO POR LINHA (ITEM) DO PEDIDO: FORNECEDOR DO     *
      * FORNMST, PRODUTO DO PRODMST, QUANTIDADE PEDIDA, PRECO     *
      * UNITARIO ACERTADO E DATA PREVISTA DE ENTREGA. O PEDMNT    *
      * INCLUI E CANCELA OS PEDIDOS; O RECEBIMENTO DE MERCADORIAS *
      * ENTRMERC ACUMULA A QUANTIDADE RECEBIDA E FECHA A LINHA    *
      * (TOTAL) OU A DEIXA PARCIAL:                               *
      *   A = ABERTA, NADA RECEBIDO                               *
      *   P = PARCIALMENTE RECEBIDA                               *
      *   F = FECHADA (RECEBIDA A QUANTIDADE PEDIDA OU MAIS)      *
      *   C = CANCELADA (O SALDO NAO RECEBIDO NAO E MAIS ESPERADO)*
      * CHAVE PRIMARIA: PED-CHAVE (NUMERO DO PEDIDO + ITEM).      *
      * USADO POR: PEDMNT, ENTRMERC                               *
      ***********************************************************
       01  REG-PEDIDO-COMPRA.
           05 PED-CHAVE.
               10 PED-NUMERO         PIC 9(06).
               10 PED-ITEM           PIC 9(03).
           05 PED-FORNECEDOR     PIC X(06).
           05 PED-PRODUTO        PIC X(10).
           05 PED-QTD-PEDIDA     PIC 9(07)V99.
           05 PED-PRECO          PIC 9(06)V99.
           05 PED-DATA-PEDIDO    PIC 9(08).
           05 PED-DATA-ENTREGA   PIC 9(08).
           05 PED-QTD-RECEBIDA   PIC 9(07)V99.
           05 PED-DATA-ULT-RECEB PIC 9(08).
           05 PED-SITUACAO       PIC X(01).
               88 PED-ABERTA         VALUE 'A'.
               88 PED-PARCIAL        VALUE 'P'.
               88 PED-FECHADA        VALUE 'F'.
               88 PED-CANCELADA      VALUE 'C'.
               88 PED-A-RECEBER      VALUE 'A' 'P'.
