      * ENTRADAS/SAIDAS ATIVIDADE02E (QUE TAMBEM ALIMENTA O LOG   *
      * ESTLOG); POSICAO MENSAL VALORIZADA E CONCILIACAO PELO     *
      * ATIVIDADE02G. CHAVE PRIMARIA: EST-PRODUTO.                *
      * 18/04/22 KA AS VENDAS E DEVOLUCOES DO PROGCOB15 PASSAM A  *
      * MOVIMENTAR O SALDO PELAS MESMAS REGRAS (ESTMOVW/ESTMOVP)  *
      ***********************************************************
       01  REG-ESTOQUE.
           05 EST-PRODUTO        PIC X(10).
