      * PARA IMPORTACAO PELO SISTEMA DA CONTABILIDADE. A PROVA    *
      * IMPRESSA COM TOTAIS DE CONTROLE E O JRNLLIST.             *
      * USADO POR: PROGCOB15, ATIVIDADE05, ATIVIDADE05S,          *
      * PROGCOB15I, PROGCOB08I, PROGCOB15Q, PROGCOB15K, JRNLLIST, *
      * JRNHREL, JRNRECON, PROGCOB08H, BALANCET                   *
      ***********************************************************
       01  REG-JORNAL.
           05 JRN-DATA           PIC 9(08).
