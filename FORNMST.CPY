      * VALIDA O FORNECEDOR AQUI E O COMPARATIVO DE MELHOR PRECO  *
      * E O ATIVIDADE02F. CHAVE PRIMARIA: FORN-CODIGO.            *
      * USADO POR: FORNMNT, ATIVIDADE02, ATIVIDADE02F             *
      * 29/04/22 KA OS PEDIDOS DE COMPRA (PEDCOMP, MANTIDOS PELO  *
      * PEDMNT) SO ACEITAM FORNECEDOR ATIVO DESTE CADASTRO; O     *
      * RECEBIMENTO ENTRMERC CONFERE A NOTA CONTRA O PEDIDO.      *
      ***********************************************************
       01  REG-FORNECEDOR.
           05 FORN-CODIGO        PIC X(06).
