      * PELA ATIVIDADE02. REGISTRO ANTIGO FICA EM BRANCO (SEM     *
      * FORNECEDOR). O COMPARATIVO DE MELHOR PRECO POR            *
      * FORNECEDOR E O ATIVIDADE02F.                              *
      * 29/04/22 KA O RECEBIMENTO DE MERCADORIAS ENTRMERC GRAVA   *
      * O PRECO REAL DE CADA ENTRADA DE PEDIDO DE COMPRA, COM O   *
      * FORNECEDOR DA NOTA.                                       *
      ***********************************************************
       01  REG-PRECO-HIST.
           05 HIST-DATA        PIC 9(08).
