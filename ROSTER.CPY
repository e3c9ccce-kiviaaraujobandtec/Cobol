      ***********************************************************
      * ROSTER.CPY                                                 *
      * LAYOUT DA TURMA (STUDENT-ROSTER)                           *
      * USADO POR: PROGCOB08B, PROGCOB08R, PROGCOB08C, PROGCOB12   *
      * 28/02/22 KA INCLUIDO ROSTER-TURMA - A ESCOLA INTEIRA      *
      * PASSA A SER PROCESSADA NUM UNICO ARQUIVO, COM QUEBRAS     *
      * POR TURMA NO PROGCOB08B                                   *
      * 11/05/22 KA INCLUIDO ROSTER-DISCIPLINA - CADA REGISTRO    *
      * PASSA A SER A NOTA DO ALUNO EM UMA DISCIPLINA (UM         *
      * REGISTRO POR ALUNO E DISCIPLINA)                          *
      ***********************************************************
       01  REG-ROSTER.
           05 ROSTER-MATRICULA  PIC 9(06).
           05 ROSTER-TURMA      PIC X(05).
           05 ROSTER-DISCIPLINA PIC X(04).
           05 ROSTER-NOTA1      PIC 9(02).
           05 ROSTER-NOTA2      PIC 9(02).
