      *SAI REPROVADO POR FALTA INDEPENDENTE DAS NOTAS - A REGRA
      *ERA APLICADA NA MAO COM MEMORANDO AS FAMILIAS. A
      *FREQUENCIA SAI EM CADA LINHA DA LISTAGEM.
      *11/05/22 KA NOTAS POR DISCIPLINA: CADA REGISTRO DO
      *STUROSTR E A NOTA DO ALUNO EM UMA DISCIPLINA E E
      *CLASSIFICADO COM AS NOTAS DE CORTE DA DISCIPLINA
      *(NOTA-APROV-XXXX / NOTA-RECUP-XXXX EM PARAMETROS, VIA
      *NOTACORP.CPY; AS NOTAS INFORMADAS PELO OPERADOR VALEM PARA
      *AS DISCIPLINAS SEM NOTA PROPRIA). O ALUNO FICA EM
      *RECUPERACAO SO NA DISCIPLINA EM QUE NAO ATINGIU A NOTA.
      *RESUMO POR DISCIPLINA NO ENCERRAMENTO
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY 'PARAMETROSW.CPY'.
           COPY 'CALENDW.CPY'.
           COPY 'FREQW.CPY'.
           COPY 'NOTACORW.CPY'.
       77  WRK-ROSTER-STATUS    PIC X(02) VALUE ZEROS.
           88 ROSTER-OK VALUE '00'.
           88 ROSTER-FIM VALUE '10'.

       77  WRK-MEDIA            PIC 9(02) VALUE ZEROS.
       77  WRK-NOTA-APROVACAO          PIC 9(02) VALUE ZEROS.
       77  WRK-NOTA-RECUPERACAO        PIC 9(02) VALUE ZEROS.

       77  WRK-TOTAL-ALUNOS     PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-APROVADOS  PIC 9(05) VALUE ZEROS.
               10 TAB-TUR-REPROV   PIC 9(05).
               10 TAB-TUR-SOMA-MED PIC 9(07).

      *SUBTOTAIS POR DISCIPLINA
       77  WRK-QTD-DISCIPLINAS  PIC 9(02) VALUE ZEROS.
       77  WRK-IND-DISC         PIC 9(02) VALUE ZEROS.
       77  WRK-ACHOU-DISC       PIC X(01) VALUE 'N'.
           88 DISCIPLINA-NA-TABELA VALUE 'S'.
       01  TAB-DISCIPLINAS.
           05 TAB-DIS-LINHA OCCURS 30 TIMES
                           DEPENDING ON WRK-QTD-DISCIPLINAS.
               10 TAB-DIS-CODIGO   PIC X(04).
               10 TAB-DIS-NOTAS    PIC 9(05).
               10 TAB-DIS-APROV    PIC 9(05).
               10 TAB-DIS-RECUP    PIC 9(05).
               10 TAB-DIS-REPROV   PIC 9(05).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.

               CONTAR-DIAS-LETIVOS-EXIT.
           PERFORM ABRIR-FREQUENCIA.

           PERFORM CARREGAR-CORTES-GERAIS.

           DISPLAY 'NOTA DE CORTE PARA APROVACAO (DISCIPLINAS SEM '
                   'NOTA PROPRIA)'.
           ACCEPT WRK-NOTA-APROVACAO.
           IF WRK-NOTA-APROVACAO > ZEROS
               MOVE WRK-NOTA-APROVACAO TO NCOR-WS-APROV-GERAL
           END-IF.
           DISPLAY 'NOTA DE CORTE PARA RECUPERACAO (DISCIPLINAS SEM '
                   'NOTA PROPRIA)'.
           ACCEPT WRK-NOTA-RECUPERACAO.
           IF WRK-NOTA-RECUPERACAO > ZEROS
               MOVE WRK-NOTA-RECUPERACAO TO NCOR-WS-RECUP-GERAL
           END-IF.

           OPEN INPUT ALUNO-MASTER.
           COMPUTE WRK-MEDIA = (ROSTER-NOTA1 + ROSTER-NOTA2) / 2.
           PERFORM BUSCAR-NOME-ALUNO.
           PERFORM LOCALIZAR-TURMA.
           PERFORM LOCALIZAR-DISCIPLINA.
           MOVE ROSTER-DISCIPLINA TO NCOR-WS-DISCIPLINA.
           PERFORM OBTER-CORTES-DISCIPLINA THRU
               OBTER-CORTES-DISCIPLINA-EXIT.

           MOVE ROSTER-MATRICULA TO FREQ-WS-MATRICULA.
           PERFORM APURAR-FREQUENCIA-ALUNO THRU
                   IF WRK-IND-TURMA > ZEROS
                       ADD 1 TO TAB-TUR-REPROV(WRK-IND-TURMA)
                   END-IF
                   IF WRK-IND-DISC > ZEROS
                       ADD 1 TO TAB-DIS-REPROV(WRK-IND-DISC)
                   END-IF
                   DISPLAY 'TURMA ' ROSTER-TURMA
                       ' MATRICULA ' ROSTER-MATRICULA ' '
                       WRK-NOME-ALUNO
                       ' DISC ' ROSTER-DISCIPLINA
                       ' MEDIA ' WRK-MEDIA
                       ' FREQ ' FREQ-WS-PCT
                       ' REPROVADO POR FALTA'
               WHEN WRK-MEDIA >= NCOR-WS-APROVACAO
                   ADD 1 TO WRK-TOTAL-APROVADOS
                   IF WRK-IND-TURMA > ZEROS
                       ADD 1 TO TAB-TUR-APROV(WRK-IND-TURMA)
                   END-IF
                   IF WRK-IND-DISC > ZEROS
                       ADD 1 TO TAB-DIS-APROV(WRK-IND-DISC)
                   END-IF
                   DISPLAY 'TURMA ' ROSTER-TURMA
                       ' MATRICULA ' ROSTER-MATRICULA ' '
                       WRK-NOME-ALUNO
                       ' DISC ' ROSTER-DISCIPLINA
                       ' MEDIA ' WRK-MEDIA
                       ' FREQ ' FREQ-WS-PCT ' APROVADO'
               WHEN WRK-MEDIA >= NCOR-WS-RECUPERACAO
                   ADD 1 TO WRK-TOTAL-RECUPER
                   IF WRK-IND-TURMA > ZEROS
                       ADD 1 TO TAB-TUR-RECUP(WRK-IND-TURMA)
                   END-IF
                   IF WRK-IND-DISC > ZEROS
                       ADD 1 TO TAB-DIS-RECUP(WRK-IND-DISC)
                   END-IF
                   DISPLAY 'TURMA ' ROSTER-TURMA
                       ' MATRICULA ' ROSTER-MATRICULA ' '
                       WRK-NOME-ALUNO
                       ' DISC ' ROSTER-DISCIPLINA
                       ' MEDIA ' WRK-MEDIA
                       ' FREQ ' FREQ-WS-PCT
                       ' RECUPERACAO EM ' ROSTER-DISCIPLINA
               WHEN OTHER
                   ADD 1 TO WRK-TOTAL-REPROVADOS
                   IF WRK-IND-TURMA > ZEROS
                       ADD 1 TO TAB-TUR-REPROV(WRK-IND-TURMA)
                   END-IF
                   IF WRK-IND-DISC > ZEROS
                       ADD 1 TO TAB-DIS-REPROV(WRK-IND-DISC)
                   END-IF
                   DISPLAY 'TURMA ' ROSTER-TURMA
                       ' MATRICULA ' ROSTER-MATRICULA ' '
                       WRK-NOME-ALUNO
                       ' DISC ' ROSTER-DISCIPLINA
                       ' MEDIA ' WRK-MEDIA
                       ' FREQ ' FREQ-WS-PCT ' REPROVADO'
           END-EVALUATE.
           PERFORM VARYING WRK-IND-TURMA FROM 1 BY 1
                   UNTIL WRK-IND-TURMA > WRK-QTD-TURMAS
               DISPLAY 'TURMA ' TAB-TUR-CODIGO(WRK-IND-TURMA)
                   ' NOTAS ' TAB-TUR-ALUNOS(WRK-IND-TURMA)
                   ' APROV ' TAB-TUR-APROV(WRK-IND-TURMA)
                   ' RECUP ' TAB-TUR-RECUP(WRK-IND-TURMA)
                   ' REPROV ' TAB-TUR-REPROV(WRK-IND-TURMA)
                       ' MEDIA DA TURMA ' WRK-MEDIA-TURMA
               END-IF
           END-PERFORM.
           DISPLAY '----------------------------------------'.
           DISPLAY 'RESUMO POR DISCIPLINA'.
           PERFORM IMPRIMIR-RESUMO-DISCIPLINA
               VARYING WRK-IND-DISC FROM 1 BY 1
               UNTIL WRK-IND-DISC > WRK-QTD-DISCIPLINAS.
           DISPLAY '========================================'.
           DISPLAY 'RESUMO DA ESCOLA (NOTAS POR DISCIPLINA)'.
           DISPLAY 'TOTAL DE NOTAS.......: ' WRK-TOTAL-ALUNOS.
           DISPLAY 'APROVADOS............: ' WRK-TOTAL-APROVADOS.
           DISPLAY 'RECUPERACAO..........: ' WRK-TOTAL-RECUPER.
           DISPLAY 'REPROVADOS...........: ' WRK-TOTAL-REPROVADOS.
       LOCALIZAR-TURMA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LOCALIZAR-DISCIPLINA                                      *
      * ACHA (OU CRIA) A LINHA DA DISCIPLINA DO REGISTRO NA       *
      * TABELA DE SUBTOTAIS, DEIXANDO O INDICE EM WRK-IND-DISC    *
      * (ZERO QUANDO A TABELA ESTA CHEIA).                        *
      *----------------------------------------------------------*
       LOCALIZAR-DISCIPLINA.

           MOVE 'N' TO WRK-ACHOU-DISC.
           PERFORM PROCURAR-DISCIPLINA
               VARYING WRK-IND-DISC FROM 1 BY 1
               UNTIL WRK-IND-DISC > WRK-QTD-DISCIPLINAS
                  OR DISCIPLINA-NA-TABELA.

           IF DISCIPLINA-NA-TABELA
               SUBTRACT 1 FROM WRK-IND-DISC
           ELSE
               IF WRK-QTD-DISCIPLINAS < 30
                   ADD 1 TO WRK-QTD-DISCIPLINAS
                   MOVE WRK-QTD-DISCIPLINAS TO WRK-IND-DISC
                   MOVE ROSTER-DISCIPLINA
                       TO TAB-DIS-CODIGO(WRK-IND-DISC)
                   MOVE ZEROS TO TAB-DIS-NOTAS(WRK-IND-DISC)
                   MOVE ZEROS TO TAB-DIS-APROV(WRK-IND-DISC)
                   MOVE ZEROS TO TAB-DIS-RECUP(WRK-IND-DISC)
                   MOVE ZEROS TO TAB-DIS-REPROV(WRK-IND-DISC)
               ELSE
                   DISPLAY 'TABELA DE DISCIPLINAS CHEIA - DISCIPLINA '
                           ROSTER-DISCIPLINA ' FORA DOS SUBTOTAIS'
                   MOVE ZEROS TO WRK-IND-DISC
               END-IF
           END-IF.
           IF WRK-IND-DISC > ZEROS
               ADD 1 TO TAB-DIS-NOTAS(WRK-IND-DISC)
           END-IF.

       LOCALIZAR-DISCIPLINA-EXIT.
           EXIT.

       PROCURAR-DISCIPLINA.
           IF TAB-DIS-CODIGO(WRK-IND-DISC) = ROSTER-DISCIPLINA
               MOVE 'S' TO WRK-ACHOU-DISC
           END-IF.

       PROCURAR-DISCIPLINA-EXIT.
           EXIT.

       IMPRIMIR-RESUMO-DISCIPLINA.
           DISPLAY 'DISC ' TAB-DIS-CODIGO(WRK-IND-DISC)
               ' NOTAS ' TAB-DIS-NOTAS(WRK-IND-DISC)
               ' APROV ' TAB-DIS-APROV(WRK-IND-DISC)
               ' RECUP ' TAB-DIS-RECUP(WRK-IND-DISC)
               ' REPROV ' TAB-DIS-REPROV(WRK-IND-DISC).

       IMPRIMIR-RESUMO-DISCIPLINA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * BUSCAR-NOME-ALUNO                                         *
      * BUSCA O NOME DA MATRICULA NO CADASTRO DE ALUNOS;          *
           COPY 'RUNDATEP.CPY'.
           COPY 'CALENDP.CPY'.
           COPY 'FREQP.CPY'.
           COPY 'NOTACORP.CPY'.
