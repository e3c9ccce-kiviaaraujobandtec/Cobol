      *AUDARCHN.
      *DATA   = 28/02/22
      *HISTORICO DE ALTERACOES
      *25/05/22 KA AUDITNEW (CORTE CONFERIDO) E AUDARCHN SAO
      *REGISTRADOS COMO NOVAS GERACOES NO ARQUIVO GERACAO COM AS
      *CONTAGENS GRAVADAS - O GERPROM DO JCL CONFERE E PROMOVE,
      *SEM A SUBSTITUICAO MANUAL PELO OPERADOR
      *09/06/22 KA CADEIA DE HASH DO AUDIT-TRAIL ATRAVESSA O CORTE:
      *AO FIM DO CORTE E GRAVADA NO AUDITNEW A ENTRADA CORTE-LOG,
      *ENCADEADA NA ULTIMA LIDA, PARA QUE O LOG NOVO NUNCA FIQUE
      *SEM O ULTIMO ELO. NO EXPURGO, A PRIMEIRA POSICAO DO
      *AUDARCHN RECEBE A ENTRADA EXPURGO-ARQ COM A SEQUENCIA E O
      *HASH DA ULTIMA ENTRADA EXPURGADA, DE ONDE O AUDVERIF PARTE.
      *O RELATORIO MOSTRA O ULTIMO ELO DA CADEIA PARA O VISTO
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS PARM-CHAVE
               FILE STATUS IS PARM-WS-STATUS.

           SELECT REGISTRO-GERACAO ASSIGN TO "GERACAO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GER-CHAVE
               FILE STATUS IS GER-WS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-TRAIL.
           COPY 'AUDITLOG.CPY'.

       FD  AUDIT-NOVO.
       01  REG-AUDIT-NOVO      PIC X(148).

       FD  AUDIT-ARQUIVO.
       01  REG-AUDIT-ARQ.
           05 ARQ-DATA         PIC 9(08).
           05 ARQ-HORA         PIC 9(06).
           05 ARQ-PROGRAMA     PIC X(12).
           05 ARQ-CAMPO        PIC X(15).
           05 FILLER           PIC X(38).
           05 ARQ-SEQUENCIA    PIC 9(09).
           05 FILLER           PIC X(30).
           05 ARQ-HASH         PIC X(30).

       FD  ARQUIVO-NOVO.
       01  REG-ARQUIVO-NOVO    PIC X(148).

       FD  RELATORIO-FAXINA.
       01  LINHA-RELATORIO     PIC X(80).
       FD  PARAMETROS.
           COPY 'PARAMETROS.CPY'.

       FD  REGISTRO-GERACAO.
           COPY 'GERACAO.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'RUNSTATSW.CPY'.
           COPY 'PARAMETROSW.CPY'.
           COPY 'AUDITWS.CPY'.
           COPY 'GERACAOW.CPY'.
       77  WRK-AUD-FIM PIC X(01) VALUE 'N'.
           88 LOG-FIM VALUE 'S'.
       77  WRK-NOVO-STATUS PIC X(02) VALUE ZEROS.
       77  WRK-ARQ-MANTIDAS     PIC 9(07) VALUE ZEROS.
       77  WRK-ARQ-EXPURGADAS   PIC 9(07) VALUE ZEROS.
       77  WRK-SOMA-CONFERENCIA PIC 9(07) VALUE ZEROS.
       77  WRK-CORTE-ELO        PIC 9(07) VALUE ZEROS.
       77  WRK-ARQ-ELO          PIC 9(07) VALUE ZEROS.

      *ULTIMO ELO DA CADEIA DE HASH LIDO NO CORTE E ULTIMA
      *ENTRADA EXPURGADA (OU ENTRADA DE EXPURGO ANTERIOR) DO
      *ARQUIVO MENSAL
       77  WRK-ULT-SEQUENCIA    PIC 9(09) VALUE ZEROS.
       77  WRK-ULT-HASH         PIC X(30) VALUE ZEROS.
       77  WRK-EXP-DATA         PIC 9(08) VALUE ZEROS.
       77  WRK-EXP-HORA         PIC 9(06) VALUE ZEROS.
       77  WRK-EXP-SEQUENCIA    PIC 9(09) VALUE ZEROS.
       77  WRK-EXP-HASH         PIC X(30) VALUE ZEROS.
       77  WRK-EXP-PENDENTE     PIC X(01) VALUE 'N'.
           88 ELO-EXPURGO-PENDENTE VALUE 'S'.
       77  WRK-SEQUENCIA-ED     PIC 9(09) VALUE ZEROS.

      *ENTRADA GRAVADA PELA FAXINA - MESMO LAYOUT DO AUDITLOG.CPY
       01  WRK-ELO.
           05 ELO-DATA         PIC 9(08).
           05 ELO-HORA         PIC 9(06).
           05 ELO-PROGRAMA     PIC X(12).
           05 ELO-CAMPO        PIC X(15).
           05 ELO-VALOR        PIC X(30).
           05 ELO-OPERADOR     PIC X(08).
           05 ELO-SEQUENCIA    PIC 9(09).
           05 ELO-HASH-ANT     PIC X(30).
           05 ELO-HASH         PIC X(30).
           COPY 'RUNDATE.CPY'.
           COPY 'RPTHDR.CPY'.

                   SET LOG-FIM TO TRUE
           END-READ.
           PERFORM CORTAR-ENTRADA UNTIL LOG-FIM.
           IF WRK-CORTE-LIDAS > ZEROS
               PERFORM GRAVAR-ELO-CORTE
           END-IF.
           CLOSE AUDIT-TRAIL.
           CLOSE AUDIT-NOVO.
           CLOSE AUDIT-ARQUIVO.
           WRITE LINHA-RELATORIO.
           IF WRK-SOMA-CONFERENCIA = WRK-CORTE-LIDAS
               MOVE 'CONFERENCIA DO CORTE: OK' TO LINHA-RELATORIO
               MOVE 'AUDITLOG' TO GER-WS-ARQUIVO
               MOVE 'AUDITNEW' TO GER-WS-NOVO
               COMPUTE GER-WS-CONTAGEM =
                   WRK-CORTE-MANTIDAS + WRK-CORTE-ELO
               PERFORM REGISTRAR-GERACAO THRU REGISTRAR-GERACAO-EXIT
           ELSE
               MOVE SPACES TO LINHA-RELATORIO
               STRING 'CONFERENCIA DO CORTE: DIVERGENTE - NAO '
                      INTO LINHA-RELATORIO
           END-IF.
           WRITE LINHA-RELATORIO.
           IF WRK-CORTE-ELO > ZEROS
               MOVE WRK-ULT-SEQUENCIA TO WRK-SEQUENCIA-ED
               MOVE SPACES TO LINHA-RELATORIO
               STRING 'ULTIMO ELO: SEQ ' DELIMITED BY SIZE
                      WRK-SEQUENCIA-ED DELIMITED BY SIZE
                      ' HASH ' DELIMITED BY SIZE
                      WRK-ULT-HASH DELIMITED BY SIZE
                      INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

       0003-CORTAR-LOG-EXIT.
           EXIT.

       CORTAR-ENTRADA.
           ADD 1 TO WRK-CORTE-LIDAS.
           MOVE AUD-SEQUENCIA TO WRK-ULT-SEQUENCIA.
           MOVE AUD-HASH TO WRK-ULT-HASH.
           IF AUD-DATA = RUNDATE-HOJE
               ADD 1 TO WRK-CORTE-MANTIDAS
               WRITE REG-AUDIT-NOVO FROM REG-AUDITORIA
       CORTAR-ENTRADA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * GRAVAR-ELO-CORTE                                          *
      * FECHA O LOG NOVO COM A ENTRADA CORTE-LOG, ENCADEADA NA    *
      * ULTIMA ENTRADA LIDA - A GRAVACAO DO DIA SEGUINTE CONTINUA *
      * A CADEIA A PARTIR DELA MESMO QUE NENHUMA ENTRADA TENHA    *
      * FICADO NO LOG.                                            *
      *----------------------------------------------------------*
       GRAVAR-ELO-CORTE.
           MOVE RUNDATE-HOJE TO ELO-DATA.
           ACCEPT ELO-HORA FROM TIME.
           MOVE 'AUDITHSK' TO ELO-PROGRAMA.
           MOVE 'CORTE-LOG' TO ELO-CAMPO.
           MOVE SPACES TO ELO-VALOR.
           STRING 'ARQ. ' DELIMITED BY SIZE
                  WRK-CORTE-ARQUIVADAS DELIMITED BY SIZE
                  ' MANTIDAS ' DELIMITED BY SIZE
                  WRK-CORTE-MANTIDAS DELIMITED BY SIZE
                  INTO ELO-VALOR.
           MOVE SPACES TO ELO-OPERADOR.
           COMPUTE ELO-SEQUENCIA = WRK-ULT-SEQUENCIA + 1.
           MOVE WRK-ULT-HASH TO ELO-HASH-ANT.
           CALL 'AUDHASH' USING WRK-ELO ELO-HASH.
           WRITE REG-AUDIT-NOVO FROM WRK-ELO.
           ADD 1 TO WRK-CORTE-ELO.
           MOVE ELO-SEQUENCIA TO WRK-ULT-SEQUENCIA.
           MOVE ELO-HASH TO WRK-ULT-HASH.

       GRAVAR-ELO-CORTE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 0004-EXPURGAR-ARQUIVO                                     *
      * REGRAVA O ARQUIVO MENSAL CONSOLIDADO MANTENDO SO O QUE    *
                   SET ARQ-FIM TO TRUE
           END-READ.
           PERFORM EXPURGAR-ENTRADA UNTIL ARQ-FIM.
           IF ELO-EXPURGO-PENDENTE
               PERFORM GRAVAR-ELO-EXPURGO
           END-IF.
           CLOSE AUDIT-ARQUIVO.
           CLOSE ARQUIVO-NOVO.
           MOVE 'AUDARCH' TO GER-WS-ARQUIVO.
           MOVE 'AUDARCHN' TO GER-WS-NOVO.
           COMPUTE GER-WS-CONTAGEM = WRK-ARQ-MANTIDAS + WRK-ARQ-ELO.
           PERFORM REGISTRAR-GERACAO THRU REGISTRAR-GERACAO-EXIT.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING 'EXPURGO: LIDAS ' DELIMITED BY SIZE
                  WRK-ARQ-EXPURGADAS DELIMITED BY SIZE
                  INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           IF WRK-ARQ-ELO > ZEROS
               MOVE WRK-EXP-SEQUENCIA TO WRK-SEQUENCIA-ED
               MOVE SPACES TO LINHA-RELATORIO
               STRING 'INICIO DA CADEIA NO ARQUIVO MENSAL APOS A SEQ '
                      DELIMITED BY SIZE
                      WRK-SEQUENCIA-ED DELIMITED BY SIZE
                      INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

       0004-EXPURGAR-ARQUIVO-EXIT.
           EXIT.

       EXPURGAR-ENTRADA.
      *A ENTRADA DE EXPURGO DE UMA RODADA ANTERIOR NAO E ENTRADA
      *DE AUDITORIA - SO O SEU ELO E LEVADO PARA A FRENTE
           IF ARQ-PROGRAMA = 'AUDITHSK' AND ARQ-CAMPO = 'EXPURGO-ARQ'
               PERFORM GUARDAR-ELO-EXPURGO
           ELSE
               ADD 1 TO WRK-ARQ-LIDAS
               COMPUTE WRK-ANOMES-REG = ARQ-DATA / 100
               IF WRK-ANOMES-REG <= WRK-ANOMES-LIMITE
                   ADD 1 TO WRK-ARQ-EXPURGADAS
                   PERFORM GUARDAR-ELO-EXPURGO
               ELSE
                   IF ELO-EXPURGO-PENDENTE
                       PERFORM GRAVAR-ELO-EXPURGO
                   END-IF
                   ADD 1 TO WRK-ARQ-MANTIDAS
                   WRITE REG-ARQUIVO-NOVO FROM REG-AUDIT-ARQ
               END-IF
           END-IF.
           READ AUDIT-ARQUIVO
               AT END
       EXPURGAR-ENTRADA-EXIT.
           EXIT.

       GUARDAR-ELO-EXPURGO.
           MOVE ARQ-DATA TO WRK-EXP-DATA.
           MOVE ARQ-HORA TO WRK-EXP-HORA.
           MOVE ARQ-SEQUENCIA TO WRK-EXP-SEQUENCIA.
           MOVE ARQ-HASH TO WRK-EXP-HASH.
           SET ELO-EXPURGO-PENDENTE TO TRUE.

       GUARDAR-ELO-EXPURGO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * GRAVAR-ELO-EXPURGO                                        *
      * ABRE O ARQUIVO MENSAL NOVO COM A ENTRADA EXPURGO-ARQ: A   *
      * SEQUENCIA E O HASH SAO OS DA ULTIMA ENTRADA EXPURGADA,    *
      * PARA QUE A PRIMEIRA ENTRADA MANTIDA CONTINUE CONFERINDO.  *
      * A DATA TAMBEM E A DELA, E A ENTRADA SAI NO PROXIMO        *
      * EXPURGO COMO AS DEMAIS (SO O ELO E REGRAVADO).            *
      *----------------------------------------------------------*
       GRAVAR-ELO-EXPURGO.
           MOVE WRK-EXP-DATA TO ELO-DATA.
           MOVE WRK-EXP-HORA TO ELO-HORA.
           MOVE 'AUDITHSK' TO ELO-PROGRAMA.
           MOVE 'EXPURGO-ARQ' TO ELO-CAMPO.
           MOVE SPACES TO ELO-VALOR.
           MOVE WRK-EXP-SEQUENCIA TO WRK-SEQUENCIA-ED.
           STRING 'EXPURGADO ATE SEQ ' DELIMITED BY SIZE
                  WRK-SEQUENCIA-ED DELIMITED BY SIZE
                  INTO ELO-VALOR.
           MOVE SPACES TO ELO-OPERADOR.
           MOVE WRK-EXP-SEQUENCIA TO ELO-SEQUENCIA.
           MOVE SPACES TO ELO-HASH-ANT.
           MOVE WRK-EXP-HASH TO ELO-HASH.
           WRITE REG-ARQUIVO-NOVO FROM WRK-ELO.
           ADD 1 TO WRK-ARQ-ELO.
           MOVE 'N' TO WRK-EXP-PENDENTE.

       GRAVAR-ELO-EXPURGO-EXIT.
           EXIT.

       0005-FINALIZAR.

           MOVE 'CONFERIDO POR: ______________  DATA: __/__/____'
           DISPLAY 'EXPURGO: LIDAS ' WRK-ARQ-LIDAS
                   ' MANTIDAS ' WRK-ARQ-MANTIDAS
                   ' EXPURGADAS ' WRK-ARQ-EXPURGADAS.
           DISPLAY 'AUDITNEW E AUDARCHN REGISTRADOS NO GERACAO - '
                   'A PROMOCAO E FEITA PELO GERPROM.'.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

           MOVE WRK-CORTE-ARQUIVADAS TO STATS-REGISTROS.
           COPY 'RUNSTATSP.CPY' REPLACING ==STATS-PROGRAM-ID==
               BY =='AUDITHSK'==.
           COPY 'PARAMETROSP.CPY'.
           COPY 'GERACAOP.CPY' REPLACING ==GER-PROGRAM-ID==
               BY =='AUDITHSK'==.
