       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB08P.
      **********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = KIVIA(ALURA) KIVIAAL
      *OBJETIVO: VIRADA DO ANO LETIVO - LE AS DECISOES DO
      *FECHAMENTO (PROMOCAO, GRAVADO PELO PROGCOB08F) E APLICA
      *CADA UMA NO ALUNMST: O PROMOVIDO PASSA PARA A TURMA DA
      *SERIE SEGUINTE PELA TABELA DE VIRADA TURMASEG (TURMA ATUAL
      *-> TURMA SEGUINTE; TURMA SEGUINTE EM BRANCO = ULTIMA SERIE,
      *O ALUNO CONCLUI O CURSO E E BAIXADO), O RETIDO (RETIDO OU
      *RET-FALTA) FICA NA MESMA SERIE E O PENDENTE DE EXAME FICA
      *RETIDO NA TURMA ATE O RESULTADO DO EXAME. CADA MUDANCA VAI
      *PARA O ALUNHIST COMO NA TRANSFERENCIA DO PROGCOB08G. SO E
      *MOVIDO O ALUNO QUE AINDA ESTA NA TURMA DA DECISAO
      *(DEC-TURMA), O QUE TORNA A RERODADA INOFENSIVA. COM ALGUM
      *ALUNO MOVIDO, AS FALTAS DO FREQMST SAO ZERADAS PARA O ANO
      *NOVO. QUEM NAO PODE SER ALOCADO SAI NO RELATORIO DE
      *EXCECOES VIRAEXC; TOTAL EM RUN-STATS.
      *DATA   = 12/05/22
      *HISTORICO DE ALTERACOES
      *13/05/22 KA TURMA SEGUINTE DA VIRADA TEM DE ESTAR CADASTRADA
      *E ATIVA NO TURMAMST (TURMAP.CPY); SENAO O ALUNO SAI NAS
      *EXCECOES
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECISOES-PROMOCAO ASSIGN TO "PROMOCAO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-DEC-STATUS.

           SELECT TABELA-VIRADA ASSIGN TO "TURMASEG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-MAP-STATUS.

           SELECT ALUNO-MASTER ASSIGN TO "ALUNMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALUN-MATRICULA
               FILE STATUS IS WRK-ALUN-STATUS.

           SELECT ALUNO-HIST ASSIGN TO "ALUNHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-HIST-STATUS.

           SELECT FREQUENCIA-ALUNO ASSIGN TO "FREQMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FREQ-MATRICULA
               FILE STATUS IS WRK-FREQ-STATUS.

           SELECT TURMA-MASTER ASSIGN TO "TURMAMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TUR-CODIGO
               FILE STATUS IS TUR-WS-STATUS.

           SELECT RELATORIO-EXCECOES ASSIGN TO "VIRAEXC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.

           SELECT RUN-STATS ASSIGN TO "RUNSTATS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATS-WS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DECISOES-PROMOCAO.
       01  REG-DECISAO.
           05 DEC-MATRICULA    PIC 9(06).
           05 DEC-MEDIA-ANUAL  PIC 9(02)V99.
           05 DEC-DECISAO      PIC X(10).
               88 DEC-PROMOVIDO    VALUE 'PROMOVIDO'.
               88 DEC-RETIDO       VALUE 'RETIDO' 'RET-FALTA'.
               88 DEC-EXAME        VALUE 'EXAME'.
           05 DEC-TURMA        PIC X(05).
           05 DEC-QTD-EXAME    PIC 9(02).
           05 DEC-DISC-EXAME   OCCURS 10 TIMES PIC X(04).

       FD  TABELA-VIRADA.
       01  REG-VIRADA.
           05 VIR-TURMA-ATUAL    PIC X(05).
           05 VIR-TURMA-SEGUINTE PIC X(05).

       FD  ALUNO-MASTER.
           COPY 'ALUNMST.CPY'.

       FD  ALUNO-HIST.
           COPY 'ALUNHIST.CPY'.

       FD  FREQUENCIA-ALUNO.
           COPY 'FREQ.CPY'.

       FD  TURMA-MASTER.
           COPY 'TURMA.CPY'.

       FD  RELATORIO-EXCECOES.
       01  LINHA-EXCECAO       PIC X(80).

       FD  RUN-STATS.
           COPY 'RUNSTATS.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'RUNSTATSW.CPY'.
           COPY 'TURMAW.CPY'.
       77 WRK-DEC-STATUS PIC X(02) VALUE ZEROS.
           88 DEC-OK VALUE '00'.
           88 DEC-FIM VALUE '10'.
           88 DEC-NAO-ENCONTRADO VALUE '35'.
       77 WRK-MAP-STATUS PIC X(02) VALUE ZEROS.
           88 MAP-FIM VALUE '10'.
           88 MAP-NAO-ENCONTRADO VALUE '35'.
       77 WRK-ALUN-STATUS PIC X(02) VALUE ZEROS.
           88 ALUN-OK VALUE '00'.
           88 ALUN-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-HIST-STATUS PIC X(02) VALUE ZEROS.
           88 HIST-NAO-ENCONTRADO VALUE '35'.
       77 WRK-FREQ-STATUS PIC X(02) VALUE ZEROS.
           88 FREQ-OK VALUE '00'.
           88 FREQ-FIM VALUE '10'.
           88 FREQ-NAO-ENCONTRADA VALUE '23' '35'.
       77 WRK-REL-STATUS PIC X(02) VALUE ZEROS.

      *TABELA DE VIRADA (TURMA ATUAL -> TURMA DA SERIE SEGUINTE)
       77 WRK-QTD-VIRADA PIC 9(03) VALUE ZEROS.
       77 WRK-IND-VIRADA PIC 9(03) VALUE ZEROS.
       77 WRK-ACHOU-VIRADA PIC X(01) VALUE 'N'.
           88 TURMA-NA-TABELA VALUE 'S'.
       01 TAB-VIRADA.
           05 TAB-VIR-LINHA OCCURS 100 TIMES
                           DEPENDING ON WRK-QTD-VIRADA.
               10 TAB-VIR-ATUAL    PIC X(05).
               10 TAB-VIR-SEGUINTE PIC X(05).

       77 WRK-MOTIVO PIC X(30) VALUE SPACES.
       77 WRK-TURMA-NOVA PIC X(05) VALUE SPACES.
       77 WRK-QTD-PROMOVIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-CONCLUINTES PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-RETIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-EXAME PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-EXCECOES PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-FALTAS-ZERADAS PIC 9(05) VALUE ZEROS.
           COPY 'RUNDATE.CPY'.
           COPY 'RPTHDR.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0002-INICIALIZAR.
           PERFORM 0003-PROCESSAR UNTIL DEC-FIM.
           PERFORM 0004-FINALIZAR.

           STOP RUN.

       0002-INICIALIZAR.

           PERFORM OBTER-DATA-EXECUCAO.
           PERFORM CARREGAR-VIRADA THRU CARREGAR-VIRADA-EXIT.
           PERFORM ABRIR-TURMAS.

           OPEN INPUT DECISOES-PROMOCAO.
           IF DEC-NAO-ENCONTRADO
               DISPLAY 'ARQUIVO PROMOCAO NAO ENCONTRADO.'
               SET DEC-FIM TO TRUE
           ELSE
               OPEN I-O ALUNO-MASTER
               IF ALUN-NAO-ENCONTRADO
                   OPEN OUTPUT ALUNO-MASTER
                   CLOSE ALUNO-MASTER
                   OPEN I-O ALUNO-MASTER
               END-IF
               OPEN EXTEND ALUNO-HIST
               IF HIST-NAO-ENCONTRADO
                   OPEN OUTPUT ALUNO-HIST
               END-IF
               OPEN OUTPUT RELATORIO-EXCECOES
               MOVE 'EXCECOES DA VIRADA DO ANO LETIVO'
                   TO RPT-HDR-TITULO
               PERFORM MONTAR-CABECALHO-RELATORIO
               MOVE RPT-HDR-LINHA TO LINHA-EXCECAO
               WRITE LINHA-EXCECAO
               READ DECISOES-PROMOCAO
                   AT END
                       SET DEC-FIM TO TRUE
               END-READ
           END-IF.

       0003-PROCESSAR.

           PERFORM APLICAR-DECISAO THRU APLICAR-DECISAO-EXIT.
           READ DECISOES-PROMOCAO
               AT END
                   SET DEC-FIM TO TRUE
           END-READ.

       0004-FINALIZAR.

           IF NOT DEC-NAO-ENCONTRADO
               CLOSE DECISOES-PROMOCAO
               CLOSE ALUNO-MASTER
               CLOSE ALUNO-HIST
               IF WRK-QTD-PROMOVIDOS > ZEROS
                   OR WRK-QTD-CONCLUINTES > ZEROS
                   PERFORM ZERAR-FREQUENCIA THRU
                       ZERAR-FREQUENCIA-EXIT
               END-IF
               MOVE SPACES TO LINHA-EXCECAO
               WRITE LINHA-EXCECAO
               MOVE SPACES TO LINHA-EXCECAO
               STRING 'PROMOVIDOS: ' DELIMITED BY SIZE
                      WRK-QTD-PROMOVIDOS DELIMITED BY SIZE
                      '  CONCLUINTES: ' DELIMITED BY SIZE
                      WRK-QTD-CONCLUINTES DELIMITED BY SIZE
                      '  RETIDOS: ' DELIMITED BY SIZE
                      WRK-QTD-RETIDOS DELIMITED BY SIZE
                      INTO LINHA-EXCECAO
               WRITE LINHA-EXCECAO
               MOVE SPACES TO LINHA-EXCECAO
               STRING 'AGUARDANDO EXAME: ' DELIMITED BY SIZE
                      WRK-QTD-EXAME DELIMITED BY SIZE
                      '  NAO ALOCADOS: ' DELIMITED BY SIZE
                      WRK-QTD-EXCECOES DELIMITED BY SIZE
                      INTO LINHA-EXCECAO
               WRITE LINHA-EXCECAO
               CLOSE RELATORIO-EXCECOES
           END-IF.

           PERFORM FECHAR-TURMAS.

           DISPLAY 'PROGCOB08P' '   DATA: ' RUNDATE-HOJE-ED.
           DISPLAY 'ALUNOS PROMOVIDOS....: ' WRK-QTD-PROMOVIDOS.
           DISPLAY 'CONCLUINTES BAIXADOS.: ' WRK-QTD-CONCLUINTES.
           DISPLAY 'ALUNOS RETIDOS.......: ' WRK-QTD-RETIDOS.
           DISPLAY 'AGUARDANDO EXAME.....: ' WRK-QTD-EXAME.
           DISPLAY 'ALUNOS NAO ALOCADOS..: ' WRK-QTD-EXCECOES.
           DISPLAY 'FALTAS ZERADAS.......: ' WRK-QTD-FALTAS-ZERADAS.
           DISPLAY 'EXCECOES GRAVADAS EM VIRAEXC.'.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

           COMPUTE STATS-REGISTROS = WRK-QTD-PROMOVIDOS
                                   + WRK-QTD-CONCLUINTES.
           PERFORM GRAVAR-RUNSTATS.

      *----------------------------------------------------------*
      * CARREGAR-VIRADA                                           *
      * CARREGA A TABELA DE VIRADA TURMASEG NA TABELA INTERNA.    *
      *----------------------------------------------------------*
       CARREGAR-VIRADA.

           OPEN INPUT TABELA-VIRADA.
           IF MAP-NAO-ENCONTRADO
               DISPLAY 'ARQUIVO TURMASEG NAO ENCONTRADO - NENHUM '
                       'PROMOVIDO SERA ALOCADO.'
               GO TO CARREGAR-VIRADA-EXIT
           END-IF.
           READ TABELA-VIRADA
               AT END
                   SET MAP-FIM TO TRUE
           END-READ.
           PERFORM CARREGAR-UMA-VIRADA UNTIL MAP-FIM.
           CLOSE TABELA-VIRADA.

       CARREGAR-VIRADA-EXIT.
           EXIT.

       CARREGAR-UMA-VIRADA.
           IF WRK-QTD-VIRADA < 100
               ADD 1 TO WRK-QTD-VIRADA
               MOVE VIR-TURMA-ATUAL
                   TO TAB-VIR-ATUAL(WRK-QTD-VIRADA)
               MOVE VIR-TURMA-SEGUINTE
                   TO TAB-VIR-SEGUINTE(WRK-QTD-VIRADA)
           ELSE
               DISPLAY 'TABELA DE VIRADA CHEIA - TURMA '
                       VIR-TURMA-ATUAL ' IGNORADA'
           END-IF.
           READ TABELA-VIRADA
               AT END
                   SET MAP-FIM TO TRUE
           END-READ.

       CARREGAR-UMA-VIRADA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * APLICAR-DECISAO                                           *
      * CONFERE O ALUNO DA DECISAO DA VEZ E, SE PROMOVIDO, MOVE-O *
      * PARA A TURMA SEGUINTE (OU BAIXA O CONCLUINTE), COM O      *
      * REGISTRO NO HISTORICO DE MOVIMENTACAO.                    *
      *----------------------------------------------------------*
       APLICAR-DECISAO.

           MOVE SPACES TO WRK-MOTIVO.
           MOVE DEC-MATRICULA TO ALUN-MATRICULA.
           READ ALUNO-MASTER
               INVALID KEY
                   MOVE 'MATRICULA INEXISTENTE' TO WRK-MOTIVO
                   GO TO APLICAR-DECISAO-EXCECAO
           END-READ.

           IF ALUNO-INATIVO
               MOVE 'ALUNO BAIXADO' TO WRK-MOTIVO
               GO TO APLICAR-DECISAO-EXCECAO
           END-IF.

           IF ALUN-TURMA NOT = DEC-TURMA
               MOVE 'TURMA MUDOU APOS A DECISAO' TO WRK-MOTIVO
               GO TO APLICAR-DECISAO-EXCECAO
           END-IF.

           EVALUATE TRUE
               WHEN DEC-RETIDO
                   ADD 1 TO WRK-QTD-RETIDOS
                   GO TO APLICAR-DECISAO-EXIT
               WHEN DEC-EXAME
                   ADD 1 TO WRK-QTD-EXAME
                   MOVE 'AGUARDANDO EXAME - MANTIDO' TO WRK-MOTIVO
                   GO TO APLICAR-DECISAO-EXCECAO
               WHEN DEC-PROMOVIDO
                   CONTINUE
               WHEN OTHER
                   MOVE 'DECISAO INVALIDA' TO WRK-MOTIVO
                   GO TO APLICAR-DECISAO-EXCECAO
           END-EVALUATE.

           MOVE 'N' TO WRK-ACHOU-VIRADA.
           PERFORM PROCURAR-VIRADA
               VARYING WRK-IND-VIRADA FROM 1 BY 1
               UNTIL WRK-IND-VIRADA > WRK-QTD-VIRADA
                  OR TURMA-NA-TABELA.
           IF NOT TURMA-NA-TABELA
               MOVE 'TURMA SEM VIRADA EM TURMASEG' TO WRK-MOTIVO
               GO TO APLICAR-DECISAO-EXCECAO
           END-IF.
           SUBTRACT 1 FROM WRK-IND-VIRADA.
           MOVE TAB-VIR-SEGUINTE(WRK-IND-VIRADA) TO WRK-TURMA-NOVA.
           IF WRK-TURMA-NOVA NOT = SPACES
               MOVE WRK-TURMA-NOVA TO TUR-WS-CODIGO
               PERFORM CONSULTAR-TURMA
               IF NOT TURMA-DISPONIVEL
                   MOVE 'TURMA SEGUINTE NAO CADASTRADA'
                       TO WRK-MOTIVO
                   GO TO APLICAR-DECISAO-EXCECAO
               END-IF
           END-IF.

           MOVE RUNDATE-HOJE TO AHIST-DATA-EFETIVA.
           MOVE DEC-MATRICULA TO AHIST-MATRICULA.
           MOVE ALUN-TURMA TO AHIST-TURMA-ANT.
           MOVE WRK-TURMA-NOVA TO AHIST-TURMA-NOVA.
           IF WRK-TURMA-NOVA = SPACES
               SET ALUNO-INATIVO TO TRUE
               SET AHIST-CONCLUSAO TO TRUE
               ADD 1 TO WRK-QTD-CONCLUINTES
           ELSE
               MOVE WRK-TURMA-NOVA TO ALUN-TURMA
               SET AHIST-PROMOCAO TO TRUE
               ADD 1 TO WRK-QTD-PROMOVIDOS
           END-IF.
           REWRITE REG-ALUNO.
           WRITE REG-ALUNO-HIST.
           GO TO APLICAR-DECISAO-EXIT.

       APLICAR-DECISAO-EXCECAO.
           IF NOT DEC-EXAME
               ADD 1 TO WRK-QTD-EXCECOES
           END-IF.
           MOVE SPACES TO LINHA-EXCECAO.
           STRING 'NAO ALOCADO MATR ' DELIMITED BY SIZE
                  DEC-MATRICULA DELIMITED BY SIZE
                  ' TURMA ' DELIMITED BY SIZE
                  DEC-TURMA DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  DEC-DECISAO DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  WRK-MOTIVO DELIMITED BY SIZE
                  INTO LINHA-EXCECAO.
           WRITE LINHA-EXCECAO.

       APLICAR-DECISAO-EXIT.
           EXIT.

       PROCURAR-VIRADA.
           IF TAB-VIR-ATUAL(WRK-IND-VIRADA) = DEC-TURMA
               MOVE 'S' TO WRK-ACHOU-VIRADA
           END-IF.

      *----------------------------------------------------------*
      * ZERAR-FREQUENCIA                                          *
      * ZERA AS FALTAS ACUMULADAS DE TODOS OS ALUNOS NO FREQMST   *
      * PARA O ANO LETIVO NOVO.                                   *
      *----------------------------------------------------------*
       ZERAR-FREQUENCIA.

           OPEN I-O FREQUENCIA-ALUNO.
           IF FREQ-NAO-ENCONTRADA
               DISPLAY 'ARQUIVO FREQMST NAO ENCONTRADO - FALTAS '
                       'NAO ZERADAS.'
               GO TO ZERAR-FREQUENCIA-EXIT
           END-IF.
           MOVE ZEROS TO FREQ-MATRICULA.
           START FREQUENCIA-ALUNO KEY IS NOT < FREQ-MATRICULA
               INVALID KEY
                   SET FREQ-FIM TO TRUE
           END-START.
           IF NOT FREQ-FIM
               READ FREQUENCIA-ALUNO NEXT RECORD
                   AT END
                       SET FREQ-FIM TO TRUE
               END-READ
           END-IF.
           PERFORM ZERAR-FALTAS-ALUNO UNTIL FREQ-FIM.
           CLOSE FREQUENCIA-ALUNO.

       ZERAR-FREQUENCIA-EXIT.
           EXIT.

       ZERAR-FALTAS-ALUNO.
           IF FREQ-FALTAS NOT = ZEROS
               MOVE ZEROS TO FREQ-FALTAS
               REWRITE REG-FREQUENCIA
               ADD 1 TO WRK-QTD-FALTAS-ZERADAS
           END-IF.
           READ FREQUENCIA-ALUNO NEXT RECORD
               AT END
                   SET FREQ-FIM TO TRUE
           END-READ.

           COPY 'RUNDATEP.CPY'.
           COPY 'RPTHDRP.CPY'.
           COPY 'TURMAP.CPY'.
           COPY 'RUNSTATSP.CPY' REPLACING ==STATS-PROGRAM-ID==
               BY =='PROGCOB08P'==.
