      ***********************************************************
      * BANCPEND.CPY                                              *
      * LAYOUT DO ARQUIVO DE PENDENCIAS DA CONCILIACAO BANCARIA   *
      * (BANCO-PENDENTE) - O QUE FICOU SEM PAR NA RODADA: LINHA DO*
      * LIVRO (CAIXA/BANCO NO JORNAL OU PAGAMENTO DO REMPAG) SEM  *
      * LANCAMENTO NO EXTRATO, OU LANCAMENTO DO EXTRATO SEM LINHA *
      * NO LIVRO. A CONCILIACAO BANCONC REGRAVA A CADA RODADA A   *
      * NOVA GERACAO BANCPENN, E O ITEM SEGUE NO RELATORIO (COM A *
      * IDADE EM DIAS) ATE CASAR COM O OUTRO LADO.                *
      * O PRIMEIRO REGISTRO E SEMPRE O DE CONTROLE (BCP-TIPO 'C'),*
      * COM A DATA DA PRIMEIRA RODADA, A ULTIMA DATA DO JORNAL JA *
      * LIDA E A ULTIMA DATA DE EXTRATO JA IMPORTADA - O QUE ESTA *
      * ATE ESSAS DATAS NAO E LIDO DE NOVO.                       *
      * BCP-SENTIDO: E = ENTRADA DE DINHEIRO, S = SAIDA.          *
      * USADO POR: BANCONC                                        *
      ***********************************************************
       01  REG-BANCO-PENDENTE.
           05 BCP-TIPO           PIC X(01).
               88 BCP-CONTROLE       VALUE 'C'.
               88 BCP-LIVRO          VALUE 'L'.
               88 BCP-BANCO          VALUE 'B'.
           05 BCP-ITEM.
               10 BCP-ORIGEM         PIC X(12).
               10 BCP-DATA           PIC 9(08).
               10 BCP-SENTIDO        PIC X(01).
                   88 BCP-ENTRADA        VALUE 'E'.
                   88 BCP-SAIDA          VALUE 'S'.
               10 BCP-VALOR          PIC 9(09)V99.
               10 BCP-REFERENCIA     PIC X(12).
               10 BCP-HISTORICO      PIC X(30).
               10 BCP-DATA-INCLUSAO  PIC 9(08).
           05 BCP-CONTROLE-DADOS REDEFINES BCP-ITEM.
               10 BCP-CTL-INICIO     PIC 9(08).
               10 BCP-CTL-ULT-JORNAL PIC 9(08).
               10 BCP-CTL-ULT-EXTRATO PIC 9(08).
               10 FILLER             PIC X(58).
