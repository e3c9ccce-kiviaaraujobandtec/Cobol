      *REABRE O MES (PERMNT) E LIBERA AS LINHAS PELO JRNHREL.
      *DATA   = 12/04/22
      *HISTORICO DE ALTERACOES
      *27/05/22 KA MARCA AS LINHAS RETIDAS POR CONTA FORA DO
      *PLANO DE CONTAS (PLCONTAS) OU DESATIVADA, COM O TOTAL NO
      *RODAPE - ESTAS SO SAEM NO JRNHREL DEPOIS DO CADASTRO NO
      *PLCMNT
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-RET-STATUS.

           SELECT PLANO-CONTAS ASSIGN TO "PLCONTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLC-CONTA
               FILE STATUS IS WRK-PLC-STATUS.

           SELECT RELATORIO-RETIDAS ASSIGN TO "JRNHREPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.
       FD  JORNAL-RETIDO.
           COPY 'JRNHELD.CPY'.

       FD  PLANO-CONTAS.
           COPY 'PLCONTAS.CPY'.

       FD  RELATORIO-RETIDAS.
       01  LINHA-RETIDAS       PIC X(100).

           88 RET-FIM VALUE '10'.
           88 RET-NAO-ENCONTRADO VALUE '35'.
       77  WRK-REL-STATUS PIC X(02) VALUE ZEROS.
       77  WRK-PLC-STATUS PIC X(02) VALUE ZEROS.
           88 PLC-ARQ-AUSENTE VALUE '35'.
       77  WRK-PLC-PRESENTE PIC X(01) VALUE 'N'.
           88 PLANO-PRESENTE VALUE 'S'.
       77  WRK-RET-FIM PIC X(01) VALUE 'N'.
           88 RETIDAS-FIM VALUE 'S'.

       77  WRK-TOTAL-LINHAS PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-SEM-CONTA PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-DEBITOS PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-CREDITOS PIC 9(11)V99 VALUE ZEROS.
           COPY 'MONEY.CPY' REPLACING ==MONEY-FIELD-NAME==
               SET RETIDAS-FIM TO TRUE
           ELSE
               OPEN OUTPUT RELATORIO-RETIDAS
               OPEN INPUT PLANO-CONTAS
               IF NOT PLC-ARQ-AUSENTE
                   MOVE 'S' TO WRK-PLC-PRESENTE
               END-IF
               MOVE 'JORNAL RETIDO - MES FECHADO OU CONTA'
                   TO RPT-HDR-TITULO
               PERFORM MONTAR-CABECALHO-RELATORIO
               MOVE RPT-HDR-LINHA TO LINHA-RETIDAS
                  ' ' DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  INTO LINHA-RETIDAS.
           IF PLANO-PRESENTE
               PERFORM MARCAR-CONTA-FORA-PLANO
           END-IF.
           WRITE LINHA-RETIDAS.

           READ JORNAL-RETIDO
                      WRK-TOTAL-LINHAS DELIMITED BY SIZE
                      INTO LINHA-RETIDAS
               WRITE LINHA-RETIDAS
               IF PLANO-PRESENTE
                   CLOSE PLANO-CONTAS
                   STRING 'CONTA FORA PLANO..: ' DELIMITED BY SIZE
                          WRK-TOTAL-SEM-CONTA DELIMITED BY SIZE
                          INTO LINHA-RETIDAS
                   WRITE LINHA-RETIDAS
               END-IF
               CLOSE RELATORIO-RETIDAS
           END-IF.

           DISPLAY 'RELATORIO GRAVADO EM JRNHREPT.'.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

      *----------------------------------------------------------*
      * MARCAR-CONTA-FORA-PLANO                                   *
      * MARCA NA LINHA DO RELATORIO A CONTA QUE NAO ESTA          *
      * CADASTRADA OU ESTA DESATIVADA NO PLANO DE CONTAS.         *
      *----------------------------------------------------------*
       MARCAR-CONTA-FORA-PLANO.
           MOVE JRH-CONTA TO PLC-CONTA.
           READ PLANO-CONTAS
               INVALID KEY
                   MOVE SPACES TO PLC-SITUACAO
           END-READ.
           IF NOT PLC-ATIVA
               ADD 1 TO WRK-TOTAL-SEM-CONTA
               MOVE ' *CONTA FORA DO PLANO' TO LINHA-RETIDAS(79:21)
           END-IF.

           COPY 'RPTHDRP.CPY'.
           COPY 'RUNDATEP.CPY'.
