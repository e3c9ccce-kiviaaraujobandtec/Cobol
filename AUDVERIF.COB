       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDVERIF.
      **********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = KIVIA(ALURA) KIVIAAL
      *OBJETIVO: VERIFICACAO DA CADEIA DE HASH DO AUDIT-TRAIL -
      *PERCORRE O ARQUIVO MENSAL (AUDARCH) E EM SEGUIDA O LOG
      *CORRENTE (AUDITLOG) COMO UMA SO CADEIA E, PARA CADA
      *ENTRADA, CONFERE:
      *- A SEQUENCIA (LACUNA = ENTRADA RETIRADA; REPETIDA OU FORA
      *  DE ORDEM = ENTRADA INCLUIDA OU COPIADA);
      *- O ELO (AUD-HASH-ANT IGUAL AO AUD-HASH DA ENTRADA
      *  ANTERIOR - ELO QUEBRADO = ENTRADA ANTERIOR REGRAVADA OU
      *  RETIRADA);
      *- O HASH DA PROPRIA ENTRADA, RECALCULADO PELA SUBROTINA
      *  AUDHASH (DIVERGENTE = ENTRADA ALTERADA).
      *CADA QUEBRA SAI NO RELATORIO AUDVREL COM O ARQUIVO, A
      *POSICAO NELE E A SEQUENCIA, E A CONFERENCIA SEGUE A PARTIR
      *DA ENTRADA LIDA, PARA QUE UMA QUEBRA NAO ESCONDA OUTRA. A
      *CADEIA PODE COMECAR NA SEQUENCIA 1 OU NA ENTRADA DE
      *EXPURGO DA FAXINA (AUDITHSK / EXPURGO-ARQ) NA PRIMEIRA
      *POSICAO DO AUDARCH. FECHA COM O ULTIMO ELO DA CADEIA, PARA
      *CONFRONTO COM O RELATORIO DA FAXINA (AUDHSKR), E ESPACO DE
      *VISTO. DEVOLVE RETURN-CODE 4 QUANDO HA QUEBRA NA CADEIA.
      *DATA   = 09/06/22
      *HISTORICO DE ALTERACOES
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-ARQUIVO ASSIGN TO "AUDARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-ARQ-STATUS.

           SELECT AUDIT-TRAIL ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUD-WS-STATUS.

           SELECT RELATORIO-VERIFICACAO ASSIGN TO "AUDVREL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.

           SELECT RUN-STATS ASSIGN TO "RUNSTATS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATS-WS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-ARQUIVO.
       01  REG-AUDIT-ARQ       PIC X(148).

       FD  AUDIT-TRAIL.
       01  REG-AUDIT-LOG       PIC X(148).

       FD  RELATORIO-VERIFICACAO.
       01  LINHA-VERIFICACAO   PIC X(80).

       FD  RUN-STATS.
           COPY 'RUNSTATS.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'RUNSTATSW.CPY'.
           COPY 'AUDITWS.CPY'.
       77 WRK-ARQ-STATUS PIC X(02) VALUE ZEROS.
           88 ARQ-OK VALUE '00'.
           88 ARQ-FIM VALUE '10'.
           88 ARQ-NAO-ENCONTRADO VALUE '35'.
       77 WRK-REL-STATUS PIC X(02) VALUE ZEROS.

      *ENTRADA EM CONFERENCIA, LIDA DE QUALQUER DOS DOIS ARQUIVOS
           COPY 'AUDITLOG.CPY'.

      *POSICAO DA ENTRADA: ARQUIVO E NUMERO DO REGISTRO NELE
       77 WRK-ARQUIVO        PIC X(08) VALUE SPACES.
       77 WRK-POSICAO        PIC 9(07) VALUE ZEROS.

      *ELO ESPERADO PARA A PROXIMA ENTRADA
       77 WRK-SEQ-ESPERADA   PIC 9(09) VALUE ZEROS.
       77 WRK-HASH-ANTERIOR  PIC X(30) VALUE ZEROS.
       77 WRK-HASH-CALCULADO PIC X(30) VALUE ZEROS.
       77 WRK-INICIO         PIC X(01) VALUE 'S'.
           88 INICIO-DA-CADEIA   VALUE 'S'.

       77 WRK-MENSAGEM       PIC X(70) VALUE SPACES.
       77 WRK-ENTRADA-QUEBRA PIC X(01) VALUE 'N'.
           88 ENTRADA-COM-QUEBRA VALUE 'S'.

       77 WRK-QTD-ARQUIVO    PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-LOG        PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-ENTRADAS   PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-LACUNAS    PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-FORA-ORDEM PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-ELOS       PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-ALTERADAS  PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-ORIGEM     PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-QUEBRAS    PIC 9(07) VALUE ZEROS.

       77 WRK-QTD-ED         PIC Z.ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-SEQUENCIA-ED   PIC 9(09) VALUE ZEROS.
       77 WRK-SEQ-ESPERADA-ED PIC 9(09) VALUE ZEROS.
           COPY 'RUNDATE.CPY'.
           COPY 'RPTHDR.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0002-INICIALIZAR.
           PERFORM 0003-VERIFICAR-ARQUIVO THRU
               0003-VERIFICAR-ARQUIVO-EXIT.
           PERFORM 0004-VERIFICAR-LOG THRU 0004-VERIFICAR-LOG-EXIT.
           PERFORM 0005-FINALIZAR.

           STOP RUN.

       0002-INICIALIZAR.

           PERFORM OBTER-DATA-EXECUCAO.
           MOVE ZEROS TO RETURN-CODE.

           OPEN OUTPUT RELATORIO-VERIFICACAO.
           MOVE 'VERIFICACAO DA CADEIA DO AUDIT-TRAIL' TO
               RPT-HDR-TITULO.
           PERFORM MONTAR-CABECALHO-RELATORIO.
           MOVE RPT-HDR-LINHA TO LINHA-VERIFICACAO.
           WRITE LINHA-VERIFICACAO.
           MOVE SPACES TO LINHA-VERIFICACAO.
           WRITE LINHA-VERIFICACAO.
           MOVE 'ARQUIVO  POSICAO SEQUENCIA DATA     HORA   PROGRAMA'
               TO LINHA-VERIFICACAO.
           MOVE 'CAMPO' TO LINHA-VERIFICACAO(57:).
           WRITE LINHA-VERIFICACAO.

      *----------------------------------------------------------*
      * 0003-VERIFICAR-ARQUIVO                                    *
      * O ARQUIVO MENSAL VEM PRIMEIRO - AS ENTRADAS MAIS ANTIGAS  *
      * DA CADEIA ESTAO NELE.                                     *
      *----------------------------------------------------------*
       0003-VERIFICAR-ARQUIVO.

           OPEN INPUT AUDIT-ARQUIVO.
           IF ARQ-NAO-ENCONTRADO
               MOVE 'AUDARCH INEXISTENTE - CADEIA CONFERIDA SO NO '
                   TO LINHA-VERIFICACAO
               MOVE 'AUDITLOG' TO LINHA-VERIFICACAO(46:)
               WRITE LINHA-VERIFICACAO
               GO TO 0003-VERIFICAR-ARQUIVO-EXIT
           END-IF.
           MOVE 'AUDARCH' TO WRK-ARQUIVO.
           MOVE ZEROS TO WRK-POSICAO.
           READ AUDIT-ARQUIVO INTO REG-AUDITORIA
               AT END
                   SET ARQ-FIM TO TRUE
           END-READ.
           PERFORM VERIFICAR-ENTRADA-ARQ UNTIL ARQ-FIM.
           CLOSE AUDIT-ARQUIVO.
           MOVE WRK-POSICAO TO WRK-QTD-ARQUIVO.

       0003-VERIFICAR-ARQUIVO-EXIT.
           EXIT.

       VERIFICAR-ENTRADA-ARQ.
           PERFORM CONFERIR-ENTRADA THRU CONFERIR-ENTRADA-EXIT.
           READ AUDIT-ARQUIVO INTO REG-AUDITORIA
               AT END
                   SET ARQ-FIM TO TRUE
           END-READ.

       VERIFICAR-ENTRADA-ARQ-EXIT.
           EXIT.

       0004-VERIFICAR-LOG.

           OPEN INPUT AUDIT-TRAIL.
           IF AUD-NAO-ENCONTRADO
               MOVE 'AUDITLOG INEXISTENTE.' TO LINHA-VERIFICACAO
               WRITE LINHA-VERIFICACAO
               GO TO 0004-VERIFICAR-LOG-EXIT
           END-IF.
           MOVE 'AUDITLOG' TO WRK-ARQUIVO.
           MOVE ZEROS TO WRK-POSICAO.
           MOVE 'N' TO AUD-WS-FIM.
           READ AUDIT-TRAIL INTO REG-AUDITORIA
               AT END
                   SET AUD-LOG-FIM TO TRUE
           END-READ.
           PERFORM VERIFICAR-ENTRADA-LOG UNTIL AUD-LOG-FIM.
           CLOSE AUDIT-TRAIL.
           MOVE WRK-POSICAO TO WRK-QTD-LOG.

       0004-VERIFICAR-LOG-EXIT.
           EXIT.

       VERIFICAR-ENTRADA-LOG.
           PERFORM CONFERIR-ENTRADA THRU CONFERIR-ENTRADA-EXIT.
           READ AUDIT-TRAIL INTO REG-AUDITORIA
               AT END
                   SET AUD-LOG-FIM TO TRUE
           END-READ.

       VERIFICAR-ENTRADA-LOG-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * CONFERIR-ENTRADA                                          *
      * CONFERE SEQUENCIA, ELO E HASH DA ENTRADA EM               *
      * REG-AUDITORIA CONTRA O ELO ESPERADO E PASSA O ELO ADIANTE *
      * A PARTIR DELA.                                            *
      *----------------------------------------------------------*
       CONFERIR-ENTRADA.

           ADD 1 TO WRK-POSICAO.
           ADD 1 TO WRK-QTD-ENTRADAS.
           MOVE 'N' TO WRK-ENTRADA-QUEBRA.

           IF AUD-PROGRAMA = 'AUDITHSK' AND AUD-CAMPO = 'EXPURGO-ARQ'
               PERFORM CONFERIR-ELO-EXPURGO
               GO TO CONFERIR-ENTRADA-EXIT
           END-IF.

           IF INICIO-DA-CADEIA
               IF AUD-SEQUENCIA NOT = 1 OR AUD-HASH-ANT NOT = ZEROS
                   ADD 1 TO WRK-QTD-ORIGEM
                   MOVE 'SEM ORIGEM - FALTAM AS ENTRADAS ANTERIORES'
                       TO WRK-MENSAGEM
                   PERFORM IMPRIMIR-QUEBRA
               END-IF
           ELSE
               PERFORM CONFERIR-SEQUENCIA
               IF AUD-HASH-ANT NOT = WRK-HASH-ANTERIOR
                   ADD 1 TO WRK-QTD-ELOS
                   MOVE 'ELO QUEBRADO - HASH ANTERIOR NAO CONFERE COM '
                       TO WRK-MENSAGEM
                   MOVE 'A ENTRADA ANTERIOR' TO WRK-MENSAGEM(46:)
                   PERFORM IMPRIMIR-QUEBRA
               END-IF
           END-IF.

           CALL 'AUDHASH' USING REG-AUDITORIA WRK-HASH-CALCULADO.
           IF WRK-HASH-CALCULADO NOT = AUD-HASH
               ADD 1 TO WRK-QTD-ALTERADAS
               MOVE 'ENTRADA ALTERADA - HASH RECALCULADO NAO CONFERE'
                   TO WRK-MENSAGEM
               PERFORM IMPRIMIR-QUEBRA
           END-IF.

           MOVE 'N' TO WRK-INICIO.
           COMPUTE WRK-SEQ-ESPERADA = AUD-SEQUENCIA + 1.
           MOVE AUD-HASH TO WRK-HASH-ANTERIOR.

       CONFERIR-ENTRADA-EXIT.
           EXIT.

       CONFERIR-SEQUENCIA.
           IF AUD-SEQUENCIA > WRK-SEQ-ESPERADA
               ADD 1 TO WRK-QTD-LACUNAS
               MOVE WRK-SEQ-ESPERADA TO WRK-SEQ-ESPERADA-ED
               MOVE SPACES TO WRK-MENSAGEM
               STRING 'LACUNA NA SEQUENCIA - ESPERADA '
                      DELIMITED BY SIZE
                      WRK-SEQ-ESPERADA-ED DELIMITED BY SIZE
                      INTO WRK-MENSAGEM
               PERFORM IMPRIMIR-QUEBRA
           END-IF.
           IF AUD-SEQUENCIA < WRK-SEQ-ESPERADA
               ADD 1 TO WRK-QTD-FORA-ORDEM
               MOVE WRK-SEQ-ESPERADA TO WRK-SEQ-ESPERADA-ED
               MOVE SPACES TO WRK-MENSAGEM
               STRING 'SEQUENCIA REPETIDA OU FORA DE ORDEM - ESPERADA '
                      DELIMITED BY SIZE
                      WRK-SEQ-ESPERADA-ED DELIMITED BY SIZE
                      INTO WRK-MENSAGEM
               PERFORM IMPRIMIR-QUEBRA
           END-IF.

       CONFERIR-SEQUENCIA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * CONFERIR-ELO-EXPURGO                                      *
      * A ENTRADA DE EXPURGO SO VALE NA PRIMEIRA POSICAO DA       *
      * CADEIA: GUARDA A SEQUENCIA E O HASH DA ULTIMA ENTRADA     *
      * EXPURGADA, DE ONDE A CONFERENCIA PARTE.                   *
      *----------------------------------------------------------*
       CONFERIR-ELO-EXPURGO.
           IF INICIO-DA-CADEIA
               MOVE AUD-SEQUENCIA TO WRK-SEQUENCIA-ED
               MOVE SPACES TO LINHA-VERIFICACAO
               STRING 'INICIO DA CADEIA APOS EXPURGO DA RETENCAO - '
                      DELIMITED BY SIZE
                      'ULTIMA SEQ EXPURGADA ' DELIMITED BY SIZE
                      WRK-SEQUENCIA-ED DELIMITED BY SIZE
                      INTO LINHA-VERIFICACAO
               WRITE LINHA-VERIFICACAO
           ELSE
               ADD 1 TO WRK-QTD-ORIGEM
               MOVE 'ENTRADA DE EXPURGO FORA DO INICIO DA CADEIA'
                   TO WRK-MENSAGEM
               PERFORM IMPRIMIR-QUEBRA
           END-IF.
           MOVE 'N' TO WRK-INICIO.
           COMPUTE WRK-SEQ-ESPERADA = AUD-SEQUENCIA + 1.
           MOVE AUD-HASH TO WRK-HASH-ANTERIOR.

       CONFERIR-ELO-EXPURGO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * IMPRIMIR-QUEBRA                                           *
      * A PRIMEIRA QUEBRA DA ENTRADA IMPRIME A SUA POSICAO; CADA  *
      * QUEBRA IMPRIME A MENSAGEM EM WRK-MENSAGEM.                *
      *----------------------------------------------------------*
       IMPRIMIR-QUEBRA.
           IF NOT ENTRADA-COM-QUEBRA
               SET ENTRADA-COM-QUEBRA TO TRUE
               ADD 1 TO WRK-QTD-QUEBRAS
               MOVE AUD-SEQUENCIA TO WRK-SEQUENCIA-ED
               MOVE SPACES TO LINHA-VERIFICACAO
               STRING WRK-ARQUIVO DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-POSICAO DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-SEQUENCIA-ED DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      AUD-DATA DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      AUD-HORA DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      AUD-PROGRAMA DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      AUD-CAMPO DELIMITED BY SIZE
                      INTO LINHA-VERIFICACAO
               WRITE LINHA-VERIFICACAO
           END-IF.
           MOVE SPACES TO LINHA-VERIFICACAO.
           STRING '   -> ' DELIMITED BY SIZE
                  WRK-MENSAGEM DELIMITED BY SIZE
                  INTO LINHA-VERIFICACAO.
           WRITE LINHA-VERIFICACAO.

       IMPRIMIR-QUEBRA-EXIT.
           EXIT.

       0005-FINALIZAR.

           MOVE SPACES TO LINHA-VERIFICACAO.
           WRITE LINHA-VERIFICACAO.
           MOVE 'RESUMO' TO LINHA-VERIFICACAO.
           WRITE LINHA-VERIFICACAO.
           MOVE WRK-QTD-ARQUIVO TO WRK-QTD-ED.
           MOVE SPACES TO LINHA-VERIFICACAO.
           STRING '  ENTRADAS NO AUDARCH.....: ' DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO LINHA-VERIFICACAO.
           WRITE LINHA-VERIFICACAO.
           MOVE WRK-QTD-LOG TO WRK-QTD-ED.
           MOVE SPACES TO LINHA-VERIFICACAO.
           STRING '  ENTRADAS NO AUDITLOG....: ' DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO LINHA-VERIFICACAO.
           WRITE LINHA-VERIFICACAO.
           MOVE WRK-QTD-LACUNAS TO WRK-QTD-ED.
           MOVE SPACES TO LINHA-VERIFICACAO.
           STRING '  LACUNAS NA SEQUENCIA....: ' DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO LINHA-VERIFICACAO.
           WRITE LINHA-VERIFICACAO.
           MOVE WRK-QTD-FORA-ORDEM TO WRK-QTD-ED.
           MOVE SPACES TO LINHA-VERIFICACAO.
           STRING '  REPETIDAS/FORA DE ORDEM.: ' DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO LINHA-VERIFICACAO.
           WRITE LINHA-VERIFICACAO.
           MOVE WRK-QTD-ELOS TO WRK-QTD-ED.
           MOVE SPACES TO LINHA-VERIFICACAO.
           STRING '  ELOS QUEBRADOS..........: ' DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO LINHA-VERIFICACAO.
           WRITE LINHA-VERIFICACAO.
           MOVE WRK-QTD-ALTERADAS TO WRK-QTD-ED.
           MOVE SPACES TO LINHA-VERIFICACAO.
           STRING '  ENTRADAS ALTERADAS......: ' DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO LINHA-VERIFICACAO.
           WRITE LINHA-VERIFICACAO.
           MOVE WRK-QTD-ORIGEM TO WRK-QTD-ED.
           MOVE SPACES TO LINHA-VERIFICACAO.
           STRING '  ORIGEM DA CADEIA........: ' DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO LINHA-VERIFICACAO.
           WRITE LINHA-VERIFICACAO.
           MOVE SPACES TO LINHA-VERIFICACAO.
           WRITE LINHA-VERIFICACAO.
           IF WRK-QTD-QUEBRAS = ZEROS
               MOVE 'CADEIA INTEGRA - NENHUMA QUEBRA ENCONTRADA.'
                   TO LINHA-VERIFICACAO
           ELSE
               MOVE 4 TO RETURN-CODE
               MOVE WRK-QTD-QUEBRAS TO WRK-QTD-ED
               MOVE SPACES TO LINHA-VERIFICACAO
               STRING 'CADEIA COM QUEBRA EM ' DELIMITED BY SIZE
                      WRK-QTD-ED DELIMITED BY SIZE
                      ' ENTRADA(S) - VER POSICOES ACIMA.'
                      DELIMITED BY SIZE
                      INTO LINHA-VERIFICACAO
           END-IF.
           WRITE LINHA-VERIFICACAO.
           IF WRK-QTD-ENTRADAS > ZEROS
               COMPUTE WRK-SEQUENCIA-ED = WRK-SEQ-ESPERADA - 1
               MOVE SPACES TO LINHA-VERIFICACAO
               STRING 'ULTIMO ELO: SEQ ' DELIMITED BY SIZE
                      WRK-SEQUENCIA-ED DELIMITED BY SIZE
                      ' HASH ' DELIMITED BY SIZE
                      WRK-HASH-ANTERIOR DELIMITED BY SIZE
                      INTO LINHA-VERIFICACAO
               WRITE LINHA-VERIFICACAO
           END-IF.
           MOVE SPACES TO LINHA-VERIFICACAO.
           WRITE LINHA-VERIFICACAO.
           MOVE 'CONFERIDO POR: ______________  DATA: __/__/____'
               TO LINHA-VERIFICACAO.
           WRITE LINHA-VERIFICACAO.
           CLOSE RELATORIO-VERIFICACAO.

           DISPLAY 'AUDVERIF' '   DATA: ' RUNDATE-HOJE-ED.
           DISPLAY 'ENTRADAS CONFERIDAS....: ' WRK-QTD-ENTRADAS.
           DISPLAY 'ENTRADAS COM QUEBRA....: ' WRK-QTD-QUEBRAS.
           DISPLAY 'RELATORIO GRAVADO EM AUDVREL.'.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

           MOVE WRK-QTD-ENTRADAS TO STATS-REGISTROS.
           PERFORM GRAVAR-RUNSTATS.

           COPY 'RUNDATEP.CPY'.
           COPY 'RPTHDRP.CPY'.
           COPY 'RUNSTATSP.CPY' REPLACING ==STATS-PROGRAM-ID==
               BY =='AUDVERIF'==.
