      * PODER SER LIDO POR ALUNO (CONSULTA PROGCOB07H). ANTES OS  *
      * RESULTADOS ERAM ANONIMOS E NAO RESPONDIAM "O HISTORICO    *
      * DESTE ALUNO".                                              *
      * 11/05/22 KA A CHAVE PASSA A SER MATRICULA + DISCIPLINA +  *
      * DATA + PERIODO (UM RESULTADO POR DISCIPLINA) E O          *
      * REGISTRO GUARDA A TURMA E O PROFESSOR DA ATRIBUICAO NA    *
      * DATA DA NOTA. O ARQUIVO ANTIGO E CONVERTIDO PELO          *
      * TRANCONV.                                                 *
      ***********************************************************
       01  REG-TRANSCRICAO.
           05 TRANS-CHAVE.
               10 TRANS-MATRICULA   PIC 9(06).
               10 TRANS-DISCIPLINA  PIC X(04).
               10 TRANS-DATA        PIC 9(08).
               10 TRANS-PERIODO     PIC 9(02).
           05 TRANS-NOTA1       PIC 9(02).
           05 TRANS-NOTA2       PIC 9(02).
           05 TRANS-MEDIA       PIC 9(02).
           05 TRANS-SITUACAO    PIC X(11).
           05 TRANS-TURMA       PIC X(05).
           05 TRANS-PROFESSOR   PIC 9(05).
