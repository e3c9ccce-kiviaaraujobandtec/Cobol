      ***********************************************************
      * OBRACUST.CPY                                              *
      * LAYOUT DO CUSTO REAL DE MATERIAL POR OBRA (OBRA-CUSTO) -  *
      * ACUMULA, POR OBRA E PRODUTO, O MATERIAL QUE SAIU DO       *
      * ESTOQUE PARA A OBRA (SAIDA COM OBRA-CODIGO NO ESTMOV,     *
      * VALORIZADA PELO CUSTO MEDIO MOVEL) E O QUE VOLTOU SEM USO *
      * (DEVOLUCAO, TIPO D), PELO CUSTO MEDIO DO QUE A OBRA       *
      * RECEBEU. CUSTO REAL = VALOR ENVIADO - VALOR DEVOLVIDO.    *
      * MANTIDO PELO ATIVIDADE02E; O ORCADO X MEDIDO DO           *
      * PROGCOB11B CONFRONTA O CUSTO REAL COM O OBRAORC.          *
      * CHAVE PRIMARIA: OCU-CHAVE (OBRA + PRODUTO).               *
      ***********************************************************
       01  REG-OBRA-CUSTO.
           05 OCU-CHAVE.
               10 OCU-OBRA           PIC 9(04).
               10 OCU-PRODUTO        PIC X(10).
           05 OCU-QTD-ENVIADA    PIC 9(07)V99.
           05 OCU-VALOR-ENVIADO  PIC 9(09)V99.
           05 OCU-QTD-DEVOLVIDA  PIC 9(07)V99.
           05 OCU-VALOR-DEVOLVIDO PIC 9(09)V99.
           05 OCU-ULTIMO-MOV     PIC 9(08).
