      * RECEBIVEIS (UMA PARCELA POR REGISTRO NO ARQUIVO RECEB) E   *
      * FEITA PELO PROGCOB15J. NAS VENDAS 'V'/'D' O CAMPO DE       *
      * PARCELAS VAI ZERADO.                                       *
      * 18/04/22 KA INCLUIDOS VENDA-PRODUTO (CODIGO DO PRODMST) E  *
      * VENDA-QUANTIDADE NO FIM DO REGISTRO (LAYOUT AMPLIADO DE 35 *
      * PARA 54 POSICOES). A VENDA 'V'/'P' BAIXA A QUANTIDADE DO   *
      * ESTOQUE-MASTER PELO CUSTO MEDIO E A DEVOLUCAO 'D' A        *
      * DEVOLVE (PROGCOB15, PARAGRAFOS DE ESTMOVP.CPY). PRODUTO EM *
      * BRANCO = VENDA SEM CONTROLE DE ESTOQUE (SERVICO, LOTE      *
      * ANTIGO), ACEITA COMO SEMPRE.                               *
      * 20/04/22 KA INCLUIDOS VENDA-FORMA-PAGTO E VENDA-NSU NO FIM *
      * DO REGISTRO (LAYOUT AMPLIADO DE 54 PARA 67 POSICOES). A    *
      * VENDA NO CARTAO (DEBITO 'B' OU CREDITO 'C') TRAZ O NSU DA  *
      * CREDENCIADORA E GERA A LIQUIDACAO PREVISTA NO CARTPREV,    *
      * CONCILIADA PELO PROGCOB15Q CONTRA O ARQUIVO DE LIQUIDACAO  *
      * DA CREDENCIADORA. FORMA EM BRANCO = DINHEIRO (LOTE ANTIGO).*
      ***********************************************************
       01  REG-VENDA.
           05 VENDA-TIPO           PIC X(01).
               10 TRAILER-VALOR-TOTAL   PIC 9(09)V99.
           05 VENDA-CPF-CLIENTE    PIC 9(11).
           05 VENDA-QTD-PARCELAS   PIC 9(02).
           05 VENDA-PRODUTO        PIC X(10).
           05 VENDA-QUANTIDADE     PIC 9(07)V99.
           05 VENDA-FORMA-PAGTO    PIC X(01).
               88 PAGTO-DINHEIRO       VALUE 'D' ' '.
               88 PAGTO-CARTAO-DEBITO  VALUE 'B'.
               88 PAGTO-CARTAO-CREDITO VALUE 'C'.
               88 PAGTO-CARTAO         VALUE 'B' 'C'.
               88 PAGTO-PIX            VALUE 'X'.
               88 PAGTO-VALIDO         VALUE 'D' ' ' 'B' 'C' 'X'.
           05 VENDA-NSU            PIC X(12).
