      ***********************************************************
      * PROFMST.CPY                                               *
      * LAYOUT DO CADASTRO DE PROFESSORES (PROFESSOR),            *
      * INDEXADO POR PROF-CODIGO (ASSIGN "PROFMST").              *
      * USADO POR: PROGCOB08N (MANUTENCAO), PROGCOB08E.           *
      * 11/05/22 KA CRIADO                                        *
      ***********************************************************
       01  REG-PROFESSOR.
           05 PROF-CODIGO       PIC 9(05).
           05 PROF-NOME         PIC X(30).
           05 PROF-SITUACAO     PIC X(01).
               88 PROF-ATIVO        VALUE 'A'.
               88 PROF-INATIVO      VALUE 'I'.
