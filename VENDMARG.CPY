      ***********************************************************
      * VENDMARG.CPY                                              *
      * LAYOUT DO HISTORICO DE MARGEM DAS VENDAS (VENDA-MARGEM) - *
      * UM REGISTRO POR DATA + VENDEDOR + PRODUTO, ACUMULANDO A   *
      * RECEITA E O CUSTO DAS MERCADORIAS VENDIDAS (CMV, PELO     *
      * CUSTO MEDIO DO ESTOQUE-MASTER NO MOMENTO DA BAIXA) DAS    *
      * VENDAS E DEVOLUCOES ACEITAS. VENDA SEM PRODUTO ENTRA COM  *
      * O PRODUTO EM BRANCO E CUSTO ZERO, PARA A RECEITA FECHAR   *
      * COM O VENDHIST. ALIMENTADO PELO PROGCOB15 E PELO          *
      * REPROCESSO PROGCOB15R; LIDO PELO RELATORIO MENSAL DE      *
      * MARGEM BRUTA PROGCOB15P.                                  *
      * CHAVE PRIMARIA: MARG-CHAVE (DATA + VENDEDOR + PRODUTO).   *
      ***********************************************************
       01  REG-VENDA-MARGEM.
           05 MARG-CHAVE.
               10 MARG-DATA        PIC 9(08).
               10 MARG-VENDEDOR    PIC 9(04).
               10 MARG-PRODUTO     PIC X(10).
           05 MARG-RECEITA         PIC 9(09)V99.
           05 MARG-CUSTO           PIC 9(09)V99.
           05 MARG-QUANTIDADE      PIC 9(07)V99.
           05 MARG-DEVOLUCOES      PIC 9(09)V99.
           05 MARG-CUSTO-DEV       PIC 9(09)V99.
           05 MARG-QTD-DEVOL       PIC 9(07)V99.
