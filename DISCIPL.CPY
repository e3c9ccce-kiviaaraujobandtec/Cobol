      ***********************************************************
      * DISCIPL.CPY                                               *
      * LAYOUT DO CADASTRO DE DISCIPLINAS (DISCIPLINA),           *
      * INDEXADO POR DISC-CODIGO (ASSIGN "DISCIPL").              *
      * USADO POR: PROGCOB08N (MANUTENCAO), PROGCOB07, PROGCOB08D,*
      * PROGCOB08F. AS NOTAS DE CORTE PROPRIAS DA DISCIPLINA      *
      * FICAM EM PARAMETROS (VER NOTACORP.CPY).                   *
      * 11/05/22 KA CRIADO - NOTAS PASSAM A SER POR DISCIPLINA    *
      ***********************************************************
       01  REG-DISCIPLINA.
           05 DISC-CODIGO       PIC X(04).
           05 DISC-NOME         PIC X(30).
           05 DISC-SITUACAO     PIC X(01).
               88 DISC-ATIVA        VALUE 'A'.
               88 DISC-INATIVA      VALUE 'I'.
