      * HISTORICO DE PRECOS. CHAVE PRIMARIA: PROD-CODIGO (O MESMO *
      * CODIGO DE REG-PRECO-COD DO ARQUIVO PRODPRC).              *
      * USADO POR: ATIVIDADE02, ATIVIDADE02B, ATIVIDADE02D        *
      * 28/04/22 KA INCLUIDO PROD-GRUPO NO FIM DO REGISTRO        *
      * (LAYOUT AMPLIADO DE 45 PARA 49 POSICOES) - GRUPO DO       *
      * PRODUTO, CUJO MARKUP (PARAMETRO MARKUP-<GRUPO>) FORMA O   *
      * PRECO DE VENDA DA LISTA PRECOVEN (PRECGERA). CONVERSAO DO *
      * ARQUIVO ATUAL PELO PRODCONV.                              *
      * 30/04/22 KA PARAMETROS DE REPOSICAO NO FIM DO REGISTRO    *
      * (LAYOUT DE 49 PARA 70 POSICOES): ESTOQUE MINIMO, PONTO    *
      * DE PEDIDO E PRAZO DE ENTREGA DO FORNECEDOR EM DIAS,       *
      * USADOS PELO ESTREPOS NA SUGESTAO DE COMPRA. ZERADOS =     *
      * PRODUTO SEM REPOSICAO AUTOMATICA. O PRODCONV JA GRAVA O   *
      * LAYOUT NOVO.                                              *
      ***********************************************************
       01  REG-PRODUTO.
           05 PROD-CODIGO        PIC X(10).
           05 PROD-DESCRICAO     PIC X(30).
           05 PROD-UNIDADE       PIC X(05).
           05 PROD-GRUPO         PIC X(04).
           05 PROD-ESTOQUE-MINIMO PIC 9(07)V99.
           05 PROD-PONTO-PEDIDO  PIC 9(07)V99.
           05 PROD-PRAZO-ENTREGA PIC 9(03).
