      ***********************************************************
      * INVCONT.CPY                                               *
      * LAYOUT DA CONTAGEM DO INVENTARIO FISICO (CONTAGEM-        *
      * INVENTARIO) - UM REGISTRO POR PRODUTO DO CICLO ABERTO NO  *
      * INVMNT. NA ABERTURA O PRODUTO E CONGELADO (F) COM A FOTO  *
      * DO SALDO E DO CUSTO MEDIO DO ESTOQUE-MASTER; A QUANTIDADE *
      * CONTADA NA PRATELEIRA E DIGITADA DEPOIS (C) E, COM A      *
      * APROVACAO DO SUPERVISOR, A DIFERENCA CONTADA MENOS FOTO E *
      * POSTADA COMO AJUSTE (TIPO A DO ESTLOG) E O PRODUTO VOLTA  *
      * A MOVIMENTAR (A). ENQUANTO F OU C O ATIVIDADE02E E O      *
      * ESTMOVP (VENDAS E RECEBIMENTOS) RECUSAM MOVIMENTOS DO     *
      * PRODUTO. CHAVE PRIMARIA: ICT-PRODUTO.                     *
      ***********************************************************
       01  REG-CONTAGEM.
           05 ICT-PRODUTO        PIC X(10).
           05 ICT-DATA-ABERTURA  PIC 9(08).
           05 ICT-QTD-SISTEMA    PIC S9(07)V99.
           05 ICT-CUSTO-MEDIO    PIC 9(06)V99.
           05 ICT-QTD-CONTADA    PIC 9(07)V99.
           05 ICT-DATA-CONTAGEM  PIC 9(08).
           05 ICT-OPER-CONTAGEM  PIC X(08).
           05 ICT-DATA-AJUSTE    PIC 9(08).
           05 ICT-SITUACAO       PIC X(01).
               88 ICT-CONGELADO      VALUE 'F'.
               88 ICT-CONTADO        VALUE 'C'.
               88 ICT-AJUSTADO       VALUE 'A'.
               88 ICT-EM-CONTAGEM    VALUE 'F' 'C'.
