      ***********************************************************
      * ATRIBUI.CPY                                               *
      * LAYOUT DA ATRIBUICAO DE AULAS (ATRIBUICAO-AULA): QUAL     *
      * PROFESSOR DA A DISCIPLINA NA TURMA. INDEXADO POR          *
      * TURMA + DISCIPLINA (ASSIGN "ATRIBUI").                    *
      * USADO POR: PROGCOB08N (MANUTENCAO), PROGCOB07 (GRAVA O    *
      * PROFESSOR NA TRANSCRICAO).                                *
      * 11/05/22 KA CRIADO                                        *
      ***********************************************************
       01  REG-ATRIBUICAO.
           05 ATR-CHAVE.
               10 ATR-TURMA         PIC X(05).
               10 ATR-DISCIPLINA    PIC X(04).
           05 ATR-PROFESSOR     PIC 9(05).
           05 ATR-DATA-INICIO   PIC 9(08).
