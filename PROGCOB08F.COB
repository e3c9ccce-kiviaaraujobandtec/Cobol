      *FREQ-MINIMA-PCT, PADRAO 75%, FALTAS DO FREQMST CONTRA OS
      *DIAS LETIVOS DO ANO NO CALENDARIO) SAI RET-FALTA
      *INDEPENDENTE DA MEDIA ANUAL
      *11/05/22 KA FECHAMENTO POR DISCIPLINA: A MEDIA ANUAL
      *PONDERADA E APURADA EM CADA DISCIPLINA (QUEBRA POR
      *MATRICULA + DISCIPLINA NA TRANSCRICAO) E DECIDIDA COM AS
      *NOTAS DE CORTE DA DISCIPLINA (NOTACORP.CPY): APROVADO,
      *EXAME OU REPROVADO NA DISCIPLINA. O ALUNO VAI A EXAME SO
      *NAS DISCIPLINAS ABAIXO DA NOTA (LISTADAS NA DECISAO E NA
      *ATA); E RETIDO COM ALGUMA DISCIPLINA REPROVADA E
      *PROMOVIDO COM TODAS APROVADAS. A MEDIA ANUAL DA DECISAO
      *PASSA A SER A MEDIA DAS DISCIPLINAS
      *12/05/22 KA DECISAO GRAVA A TURMA DO ALUNO NO FECHAMENTO
      *(DEC-TURMA) - A VIRADA DO ANO LETIVO PROGCOB08P SO MOVE O
      *ALUNO QUE AINDA ESTA NA TURMA EM QUE FOI DECIDIDO
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS CAL-DATA
               FILE STATUS IS CAL-WS-STATUS.

           SELECT DISCIPLINA ASSIGN TO "DISCIPL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DISC-CODIGO
               FILE STATUS IS DISC-WS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSCRICAO.
           05 DEC-MATRICULA    PIC 9(06).
           05 DEC-MEDIA-ANUAL  PIC 9(02)V99.
           05 DEC-DECISAO      PIC X(10).
           05 DEC-TURMA        PIC X(05).
           05 DEC-QTD-EXAME    PIC 9(02).
           05 DEC-DISC-EXAME   OCCURS 10 TIMES PIC X(04).

       FD  ATA-FINAL.
       01  LINHA-ATA           PIC X(80).
       FD  CALENDARIO-UTIL.
           COPY 'CALREG.CPY'.

       FD  DISCIPLINA.
           COPY 'DISCIPL.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'PARAMETROSW.CPY'.
           COPY 'CALENDW.CPY'.
           COPY 'FREQW.CPY'.
           COPY 'DISCIPLW.CPY'.
           COPY 'NOTACORW.CPY'.
       77  WRK-TRANS-STATUS     PIC X(02) VALUE ZEROS.
           88 TRANS-OK VALUE '00'.
           88 TRANS-FIM VALUE '10'.
       77  WRK-PROM-STATUS      PIC X(02) VALUE ZEROS.
       77  WRK-REL-STATUS       PIC X(02) VALUE ZEROS.

       77  WRK-FREQ-MINIMA      PIC 9(03)V99 VALUE 75.
       77  WRK-TOT-RET-FALTA    PIC 9(05) VALUE ZEROS.
       01  WRK-PESOS.
           05 WRK-PESO-PERIODO  OCCURS 4 TIMES PIC 9(02).

      *QUEBRA POR MATRICULA + DISCIPLINA SOBRE A TRANSCRICAO
       77  WRK-MATR-ATUAL       PIC 9(06) VALUE ZEROS.
       77  WRK-DISC-ATUAL       PIC X(04) VALUE SPACES.
       77  WRK-MEDIA-DISC       PIC 9(02)V99 VALUE ZEROS.
       77  WRK-DECISAO-DISC     PIC X(10) VALUE SPACES.
       77  WRK-SOMA-MEDIAS      PIC 9(05)V99 VALUE ZEROS.
       77  WRK-QTD-DISC-EXAME   PIC 9(02) VALUE ZEROS.
       77  WRK-QTD-DISC-REPROV  PIC 9(02) VALUE ZEROS.
       77  WRK-IND-DISC         PIC 9(02) VALUE ZEROS.
       77  WRK-QTD-DISC         PIC 9(02) VALUE ZEROS.
       01  TAB-DISC-ALUNO.
           05 TAB-DAL-LINHA OCCURS 20 TIMES.
               10 TAB-DAL-CODIGO    PIC X(04).
               10 TAB-DAL-MEDIA     PIC 9(02)V99.
               10 TAB-DAL-DECISAO   PIC X(10).
       77  WRK-SOMA-PONDERADA   PIC 9(07)V99 VALUE ZEROS.
       77  WRK-SOMA-PESOS       PIC 9(05) VALUE ZEROS.
       77  WRK-PESO             PIC 9(02) VALUE ZEROS.
       77  WRK-TOT-PROMOVIDOS   PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-EXAME        PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-RETIDOS      PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-EXAMES-DISC  PIC 9(05) VALUE ZEROS.
           COPY 'RUNDATE.CPY'.
           COPY 'RPTHDR.CPY'.


           PERFORM OBTER-DATA-EXECUCAO.

           PERFORM CARREGAR-CORTES-GERAIS.
           PERFORM ABRIR-DISCIPLINAS.
           MOVE 'FREQ-MINIMA-PCT' TO PARM-CODIGO.
           PERFORM LER-PARAMETRO.
           IF PARM-VALOR > ZEROS
               END-READ
               IF NOT TRANS-FIM
                   MOVE TRANS-MATRICULA TO WRK-MATR-ATUAL
                   MOVE TRANS-DISCIPLINA TO WRK-DISC-ATUAL
               END-IF
           END-IF.

       0003-PROCESSAR.

           IF TRANS-MATRICULA NOT = WRK-MATR-ATUAL
               PERFORM FECHAR-DISCIPLINA
               PERFORM FECHAR-ALUNO
               MOVE TRANS-MATRICULA TO WRK-MATR-ATUAL
               MOVE TRANS-DISCIPLINA TO WRK-DISC-ATUAL
           ELSE
               IF TRANS-DISCIPLINA NOT = WRK-DISC-ATUAL
                   PERFORM FECHAR-DISCIPLINA
                   MOVE TRANS-DISCIPLINA TO WRK-DISC-ATUAL
               END-IF
           END-IF.

           IF TRANS-PERIODO >= 1 AND TRANS-PERIODO <= 4
       0004-FINALIZAR.

           IF WRK-SOMA-PESOS > ZEROS
               PERFORM FECHAR-DISCIPLINA
               PERFORM FECHAR-ALUNO
           END-IF.

           END-IF.
           PERFORM FECHAR-FREQUENCIA.
           PERFORM FECHAR-CALENDARIO.
           PERFORM FECHAR-DISCIPLINAS.
           PERFORM FECHAR-PARAMETROS.

           DISPLAY 'ALUNOS FECHADOS....: ' WRK-TOTAL-ALUNOS.
           DISPLAY 'EM EXAME...........: ' WRK-TOT-EXAME.
           DISPLAY 'RETIDOS............: ' WRK-TOT-RETIDOS.
           DISPLAY '  (POR FALTA)......: ' WRK-TOT-RET-FALTA.
           DISPLAY 'EXAMES POR DISCIPLINA: ' WRK-TOT-EXAMES-DISC.
           DISPLAY 'DECISOES GRAVADAS EM PROMOCAO, ATA EM ATAFINAL.'.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.


      *----------------------------------------------------------*
      * FECHAR-ALUNO                                              *
      * FECHA O ALUNO CORRENTE PELAS DECISOES DAS DISCIPLINAS:    *
      * RETIDO COM ALGUMA REPROVADA, EXAME COM ALGUMA EM EXAME,    *
      * PROMOVIDO COM TODAS APROVADAS (FALTA RETEM ANTES DE       *
      * TUDO). GRAVA A DECISAO, ACUMULA NA TURMA E IMPRIME A      *
      * LINHA DA ATA SEGUIDA DAS DISCIPLINAS.                     *
      *----------------------------------------------------------*
       FECHAR-ALUNO.

           ADD 1 TO WRK-TOTAL-ALUNOS.
           MOVE ZEROS TO WRK-MEDIA-ANUAL.
           IF WRK-QTD-DISC > ZEROS
               COMPUTE WRK-MEDIA-ANUAL ROUNDED =
                   WRK-SOMA-MEDIAS / WRK-QTD-DISC
           END-IF.

           MOVE WRK-MATR-ATUAL TO FREQ-WS-MATRICULA.
           PERFORM APURAR-FREQUENCIA-ALUNO THRU
                   MOVE 'RET-FALTA' TO WRK-DECISAO
                   ADD 1 TO WRK-TOT-RETIDOS
                   ADD 1 TO WRK-TOT-RET-FALTA
               WHEN WRK-QTD-DISC-REPROV > ZEROS
                   MOVE 'RETIDO' TO WRK-DECISAO
                   ADD 1 TO WRK-TOT-RETIDOS
               WHEN WRK-QTD-DISC-EXAME > ZEROS
                   MOVE 'EXAME' TO WRK-DECISAO
                   ADD 1 TO WRK-TOT-EXAME
               WHEN OTHER
                   MOVE 'PROMOVIDO' TO WRK-DECISAO
                   ADD 1 TO WRK-TOT-PROMOVIDOS
           END-EVALUATE.

           PERFORM BUSCAR-TURMA-ALUNO.

           MOVE WRK-MATR-ATUAL TO DEC-MATRICULA.
           MOVE WRK-MEDIA-ANUAL TO DEC-MEDIA-ANUAL.
           MOVE WRK-DECISAO TO DEC-DECISAO.
           MOVE WRK-TURMA-ALUNO TO DEC-TURMA.
           MOVE ZEROS TO DEC-QTD-EXAME.
           MOVE SPACES TO DEC-DISC-EXAME(1) DEC-DISC-EXAME(2)
                          DEC-DISC-EXAME(3) DEC-DISC-EXAME(4)
                          DEC-DISC-EXAME(5) DEC-DISC-EXAME(6)
                          DEC-DISC-EXAME(7) DEC-DISC-EXAME(8)
                          DEC-DISC-EXAME(9) DEC-DISC-EXAME(10).
           IF WRK-DECISAO = 'EXAME'
               PERFORM LISTAR-EXAME-DECISAO
                   VARYING WRK-IND-DISC FROM 1 BY 1
                   UNTIL WRK-IND-DISC > WRK-QTD-DISC
           END-IF.
           WRITE REG-DECISAO.

           PERFORM ACUMULAR-TURMA THRU ACUMULAR-TURMA-EXIT.

           MOVE SPACES TO LINHA-ATA.
                  WRK-DECISAO DELIMITED BY SIZE
                  INTO LINHA-ATA.
           WRITE LINHA-ATA.
           PERFORM IMPRIMIR-DISCIPLINA-ATA
               VARYING WRK-IND-DISC FROM 1 BY 1
               UNTIL WRK-IND-DISC > WRK-QTD-DISC.

           MOVE ZEROS TO WRK-QTD-DISC.
           MOVE ZEROS TO WRK-SOMA-MEDIAS.
           MOVE ZEROS TO WRK-QTD-DISC-EXAME.
           MOVE ZEROS TO WRK-QTD-DISC-REPROV.

       FECHAR-ALUNO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * FECHAR-DISCIPLINA                                         *
      * FECHA A MEDIA ANUAL PONDERADA DA DISCIPLINA CORRENTE DO   *
      * ALUNO E DECIDE APROVADO/EXAME/REPROVADO PELAS NOTAS DE    *
      * CORTE DA DISCIPLINA.                                      *
      *----------------------------------------------------------*
       FECHAR-DISCIPLINA.

           COMPUTE WRK-MEDIA-DISC ROUNDED =
               WRK-SOMA-PONDERADA / WRK-SOMA-PESOS.
           MOVE WRK-DISC-ATUAL TO NCOR-WS-DISCIPLINA.
           PERFORM OBTER-CORTES-DISCIPLINA THRU
               OBTER-CORTES-DISCIPLINA-EXIT.
           EVALUATE TRUE
               WHEN WRK-MEDIA-DISC >= NCOR-WS-APROVACAO
                   MOVE 'APROVADO' TO WRK-DECISAO-DISC
               WHEN WRK-MEDIA-DISC >= NCOR-WS-RECUPERACAO
                   MOVE 'EXAME' TO WRK-DECISAO-DISC
                   ADD 1 TO WRK-QTD-DISC-EXAME
               WHEN OTHER
                   MOVE 'REPROVADO' TO WRK-DECISAO-DISC
                   ADD 1 TO WRK-QTD-DISC-REPROV
           END-EVALUATE.
           ADD WRK-MEDIA-DISC TO WRK-SOMA-MEDIAS.

           IF WRK-QTD-DISC < 20
               ADD 1 TO WRK-QTD-DISC
               MOVE WRK-DISC-ATUAL TO TAB-DAL-CODIGO(WRK-QTD-DISC)
               MOVE WRK-MEDIA-DISC TO TAB-DAL-MEDIA(WRK-QTD-DISC)
               MOVE WRK-DECISAO-DISC
                   TO TAB-DAL-DECISAO(WRK-QTD-DISC)
           ELSE
               DISPLAY 'MATRICULA ' WRK-MATR-ATUAL
                       ' COM MAIS DE 20 DISCIPLINAS - '
                       WRK-DISC-ATUAL ' FORA DA ATA'
           END-IF.

           MOVE ZEROS TO WRK-SOMA-PONDERADA.
           MOVE ZEROS TO WRK-SOMA-PESOS.

       FECHAR-DISCIPLINA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LISTAR-EXAME-DECISAO                                      *
      * LEVA PARA A DECISAO AS DISCIPLINAS EM QUE O ALUNO FAZ     *
      * EXAME (ATE 10).                                           *
      *----------------------------------------------------------*
       LISTAR-EXAME-DECISAO.

           IF TAB-DAL-DECISAO(WRK-IND-DISC) = 'EXAME'
               ADD 1 TO WRK-TOT-EXAMES-DISC
               IF DEC-QTD-EXAME < 10
                   ADD 1 TO DEC-QTD-EXAME
                   MOVE TAB-DAL-CODIGO(WRK-IND-DISC)
                       TO DEC-DISC-EXAME(DEC-QTD-EXAME)
               END-IF
           END-IF.

       LISTAR-EXAME-DECISAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * IMPRIMIR-DISCIPLINA-ATA                                   *
      * LINHA DA DISCIPLINA SOB A LINHA DO ALUNO NA ATA.          *
      *----------------------------------------------------------*
       IMPRIMIR-DISCIPLINA-ATA.

           MOVE TAB-DAL-CODIGO(WRK-IND-DISC) TO DISC-WS-CODIGO.
           PERFORM BUSCAR-DISCIPLINA.
           MOVE SPACES TO LINHA-ATA.
           STRING '    ' DELIMITED BY SIZE
                  TAB-DAL-CODIGO(WRK-IND-DISC) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  DISC-WS-NOME DELIMITED BY SIZE
                  ' MEDIA ' DELIMITED BY SIZE
                  TAB-DAL-MEDIA(WRK-IND-DISC) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  TAB-DAL-DECISAO(WRK-IND-DISC) DELIMITED BY SIZE
                  INTO LINHA-ATA.
           WRITE LINHA-ATA.

       IMPRIMIR-DISCIPLINA-ATA-EXIT.
           EXIT.

      *----------------------------------------------------------*
           COPY 'PARAMETROSP.CPY'.
           COPY 'CALENDP.CPY'.
           COPY 'FREQP.CPY'.
           COPY 'DISCIPLP.CPY'.
           COPY 'NOTACORP.CPY'.
