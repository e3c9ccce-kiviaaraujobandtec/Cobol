      * QUE TURMA O ALUNO ESTAVA EM CADA PERIODO, O QUE A         *
      * SOBREPOSICAO DIRETA NO ALUNMST PERDIA.                    *
      * TIPOS: M = MATRICULA   T = TRANSFERENCIA   B = BAIXA      *
      * 12/05/22 KA TIPOS P = PROMOCAO E C = CONCLUSAO DE CURSO,  *
      * GRAVADOS PELA VIRADA DO ANO LETIVO PROGCOB08P.            *
      ***********************************************************
       01  REG-ALUNO-HIST.
           05 AHIST-DATA-EFETIVA PIC 9(08).
               88 AHIST-MATRICULA-NOVA VALUE 'M'.
               88 AHIST-TRANSFERENCIA  VALUE 'T'.
               88 AHIST-BAIXA          VALUE 'B'.
               88 AHIST-PROMOCAO       VALUE 'P'.
               88 AHIST-CONCLUSAO      VALUE 'C'.
           05 AHIST-TURMA-ANT    PIC X(05).
           05 AHIST-TURMA-NOVA   PIC X(05).
