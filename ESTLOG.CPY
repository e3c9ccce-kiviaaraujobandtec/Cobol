      * VALOR. A POSICAO MENSAL ATIVIDADE02G RECONSTROI AS        *
      * QUANTIDADES A PARTIR DESTE LOG PARA CONCILIAR O SALDO DO  *
      * ESTOQUE-MASTER.                                           *
      * 18/04/22 KA O LOG PASSA A RECEBER TAMBEM AS BAIXAS DAS    *
      * VENDAS ('S') E OS RETORNOS DAS DEVOLUCOES ('E') POSTADOS  *
      * PELO PROGCOB15 (PARAGRAFOS DE ESTMOVP.CPY)                *
      * 01/05/22 KA NOVO TIPO A - AJUSTE DE INVENTARIO FISICO     *
      * (INVMNT), QUE ACERTA O SALDO PELA CONTAGEM. NO AJUSTE A   *
      * QUANTIDADE E O VALOR TEM SINAL: NEGATIVOS NA FALTA,       *
      * POSITIVOS NA SOBRA. E E S CONTINUAM SEMPRE POSITIVOS.     *
      * 17/05/22 KA A DEVOLUCAO DE SOBRA DE OBRA (TIPO D DO       *
      * ESTMOV NO ATIVIDADE02E) ENTRA NO LOG COMO 'E'.            *
      ***********************************************************
       01  REG-ESTOQUE-LOG.
           05 ELOG-DATA          PIC 9(08).
           05 ELOG-TIPO          PIC X(01).
               88 ELOG-ENTRADA       VALUE 'E'.
               88 ELOG-SAIDA         VALUE 'S'.
               88 ELOG-AJUSTE        VALUE 'A'.
           05 ELOG-QUANTIDADE    PIC S9(07)V99.
           05 ELOG-CUSTO         PIC 9(06)V99.
           05 ELOG-VALOR         PIC S9(09)V99.
