       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB15Q.
      **********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = KIVIA(ALURA) KIVIAAL
      *OBJETIVO: CONCILIACAO DAS LIQUIDACOES DE CARTAO - LE O
      *ARQUIVO DIARIO DA CREDENCIADORA (CARTLIQ) E CASA CADA
      *PAGAMENTO PELO NSU COM AS LIQUIDACOES PREVISTAS
      *(CARTPREV) GRAVADAS PELO PROGCOB15. PAGAMENTO COM LIQUIDO
      *IGUAL OU MAIOR QUE O ESPERADO BAIXA O PREVISTO COMO
      *LIQUIDADO; MENOR, COMO PAGO A MENOR; NSU SEM PREVISTO
      *ABERTO E LISTADO COMO DESCONHECIDO. AO FINAL, OS PREVISTOS
      *AINDA ABERTOS COM DATA PREVISTA ANTERIOR A DATA DE
      *EXECUCAO SAO LISTADOS COMO NAO PAGOS. IMPRIME EM CARTREL E
      *LANCA NO JORNAL O RECEBIDO NO BANCO E A TAXA RETIDA CONTRA
      *CARTAO-RECEB.
      *DATA   = 20/04/22
      *HISTORICO DE ALTERACOES
      *27/05/22 KA CONTA DA LINHA DE JORNAL CONFERIDA NO
      *PLANO DE CONTAS (PLCONTAS)
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARTAO-LIQUIDACAO ASSIGN TO "CARTLIQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-LIQ-STATUS.

           SELECT CARTAO-PREVISTO ASSIGN TO "CARTPREV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPRV-NSU
               FILE STATUS IS CPRV-WS-STATUS.

           SELECT JORNAL-EXTRATO ASSIGN TO "JRNLEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JRN-WS-STATUS.

           SELECT PERIODO-CONTABIL ASSIGN TO "PERCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-ANOMES
               FILE STATUS IS JRN-WS-PER-STATUS.

           SELECT JORNAL-RETIDO ASSIGN TO "JRNHELD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JRN-WS-RET-STATUS.

           SELECT PLANO-CONTAS ASSIGN TO "PLCONTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLC-CONTA
               FILE STATUS IS JRN-WS-PLC-STATUS.

           SELECT RELATORIO-CARTAO ASSIGN TO "CARTREL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.

           SELECT RUN-STATS ASSIGN TO "RUNSTATS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATS-WS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARTAO-LIQUIDACAO.
           COPY 'CARTLIQ.CPY'.

       FD  CARTAO-PREVISTO.
           COPY 'CARTPREV.CPY'.

       FD  JORNAL-EXTRATO.
           COPY 'JORNAL.CPY'.

       FD  PERIODO-CONTABIL.
           COPY 'PERCTL.CPY'.

       FD  JORNAL-RETIDO.
           COPY 'JRNHELD.CPY'.

       FD  PLANO-CONTAS.
           COPY 'PLCONTAS.CPY'.

       FD  RELATORIO-CARTAO.
       01  LINHA-CARTAO        PIC X(80).

       FD  RUN-STATS.
           COPY 'RUNSTATS.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'JORNALW.CPY'.
           COPY 'RUNSTATSW.CPY'.
           COPY 'CARTPRVW.CPY'.
       77 WRK-LIQ-STATUS PIC X(02) VALUE ZEROS.
           88 LIQ-OK VALUE '00'.
           88 LIQ-FIM VALUE '10'.
           88 LIQ-NAO-ENCONTRADO VALUE '35'.
       77 WRK-REL-STATUS PIC X(02) VALUE ZEROS.

       77 WRK-QTD-LIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-LIQUIDADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-A-MENOR PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-DESCONHECIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-NAO-PAGOS PIC 9(05) VALUE ZEROS.
       77 WRK-VAL-LIQUIDADOS PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VAL-DIFERENCA PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VAL-DESCONHECIDOS PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VAL-NAO-PAGOS PIC 9(09)V99 VALUE ZEROS.
      *TOTAIS DO DIA PARA O JORNAL (SO PAGAMENTOS CASADOS)
       77 WRK-JRN-LIQUIDO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-JRN-TAXA PIC 9(09)V99 VALUE ZEROS.
       77 WRK-JRN-BAIXA PIC 9(09)V99 VALUE ZEROS.
       77 WRK-DIFERENCA PIC 9(07)V99 VALUE ZEROS.
       77 WRK-SITUACAO-ED PIC X(13) VALUE SPACES.
       77 WRK-DATA-ED PIC 9(04)/99/99 VALUE ZEROS.
       77 WRK-QTD-ED PIC ZZ.ZZ9 VALUE ZEROS.
           COPY 'MONEY.CPY' REPLACING ==MONEY-FIELD-NAME==
               BY ==WRK-ESPERADO-ED==.
           COPY 'MONEY.CPY' REPLACING ==MONEY-FIELD-NAME==
               BY ==WRK-VALOR-ED==.
           COPY 'RUNDATE.CPY'.
           COPY 'RPTHDR.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0002-INICIALIZAR.
           PERFORM 0003-CONCILIAR UNTIL LIQ-FIM.
           PERFORM 0004-LISTAR-NAO-PAGOS.
           PERFORM 0005-FINALIZAR.

           STOP RUN.

       0002-INICIALIZAR.

           PERFORM OBTER-DATA-EXECUCAO.

           OPEN I-O CARTAO-PREVISTO.
           IF CPRV-NAO-ENCONTRADO
               OPEN OUTPUT CARTAO-PREVISTO
               CLOSE CARTAO-PREVISTO
               OPEN I-O CARTAO-PREVISTO
           END-IF.

           OPEN OUTPUT RELATORIO-CARTAO.
           MOVE 'CONCILIACAO DAS LIQUIDACOES DE CARTAO'
               TO RPT-HDR-TITULO.
           PERFORM MONTAR-CABECALHO-RELATORIO.
           MOVE RPT-HDR-LINHA TO LINHA-CARTAO.
           WRITE LINHA-CARTAO.
           MOVE SPACES TO LINHA-CARTAO.
           WRITE LINHA-CARTAO.
           MOVE 'SITUACAO      NSU          DATA VENDA         ESPERADO'
               TO LINHA-CARTAO.
           MOVE 'RECEBIDO' TO LINHA-CARTAO(64:8).
           WRITE LINHA-CARTAO.

           OPEN INPUT CARTAO-LIQUIDACAO.
           IF LIQ-NAO-ENCONTRADO
               DISPLAY 'ARQUIVO DA CREDENCIADORA (CARTLIQ) NAO '
                       'ENCONTRADO - SO OS NAO PAGOS SERAO LISTADOS.'
               SET LIQ-FIM TO TRUE
           ELSE
               READ CARTAO-LIQUIDACAO
                   AT END
                       SET LIQ-FIM TO TRUE
               END-READ
           END-IF.

      *----------------------------------------------------------*
      * 0003-CONCILIAR                                            *
      * CASA A LINHA DA CREDENCIADORA COM O PREVISTO PELO NSU. SO *
      * PREVISTO ABERTO E BAIXADO: NSU JA LIQUIDADO (PAGAMENTO    *
      * EM DUPLICIDADE) E NSU SEM PREVISTO VAO PARA DESCONHECIDO. *
      *----------------------------------------------------------*
       0003-CONCILIAR.

           ADD 1 TO WRK-QTD-LIDOS.
           MOVE CLIQ-NSU TO CPRV-NSU.
           READ CARTAO-PREVISTO
               INVALID KEY
                   MOVE SPACES TO CPRV-SITUACAO
           END-READ.

           IF CPRV-ABERTO
               PERFORM BAIXAR-PREVISTO
           ELSE
               ADD 1 TO WRK-QTD-DESCONHECIDOS
               ADD CLIQ-VALOR-LIQUIDO TO WRK-VAL-DESCONHECIDOS
               MOVE 'DESCONHECIDO' TO WRK-SITUACAO-ED
               MOVE CLIQ-DATA-VENDA TO WRK-DATA-ED
               MOVE ZEROS TO WRK-ESPERADO-ED
               MOVE CLIQ-VALOR-LIQUIDO TO WRK-VALOR-ED
               PERFORM LISTAR-ITEM
           END-IF.

           READ CARTAO-LIQUIDACAO
               AT END
                   SET LIQ-FIM TO TRUE
           END-READ.

      *----------------------------------------------------------*
      * 0004-LISTAR-NAO-PAGOS                                     *
      * VARRE O CARTPREV E LISTA OS PREVISTOS AINDA ABERTOS CUJA  *
      * DATA PREVISTA JA PASSOU.                                  *
      *----------------------------------------------------------*
       0004-LISTAR-NAO-PAGOS.

           MOVE LOW-VALUES TO CPRV-NSU.
           START CARTAO-PREVISTO KEY IS NOT LESS THAN CPRV-NSU
               INVALID KEY
                   SET CPRV-FIM TO TRUE
           END-START.
           IF NOT CPRV-FIM
               READ CARTAO-PREVISTO NEXT RECORD
                   AT END
                       SET CPRV-FIM TO TRUE
               END-READ
           END-IF.
           PERFORM VERIFICAR-NAO-PAGO UNTIL CPRV-FIM.

       0005-FINALIZAR.

           CLOSE CARTAO-PREVISTO.
           IF NOT LIQ-NAO-ENCONTRADO
               CLOSE CARTAO-LIQUIDACAO
           END-IF.

           MOVE SPACES TO LINHA-CARTAO.
           WRITE LINHA-CARTAO.
           MOVE 'TOTAIS POR SITUACAO' TO LINHA-CARTAO.
           WRITE LINHA-CARTAO.
           MOVE 'LIQUIDADOS....:' TO WRK-SITUACAO-ED.
           MOVE WRK-QTD-LIQUIDADOS TO WRK-QTD-ED.
           MOVE WRK-VAL-LIQUIDADOS TO WRK-VALOR-ED.
           PERFORM ESCREVER-TOTAL.
           MOVE 'PAGO A MENOR.:' TO WRK-SITUACAO-ED.
           MOVE WRK-QTD-A-MENOR TO WRK-QTD-ED.
           MOVE WRK-VAL-DIFERENCA TO WRK-VALOR-ED.
           PERFORM ESCREVER-TOTAL.
           MOVE 'NAO PAGOS....:' TO WRK-SITUACAO-ED.
           MOVE WRK-QTD-NAO-PAGOS TO WRK-QTD-ED.
           MOVE WRK-VAL-NAO-PAGOS TO WRK-VALOR-ED.
           PERFORM ESCREVER-TOTAL.
           MOVE 'DESCONHECIDOS:' TO WRK-SITUACAO-ED.
           MOVE WRK-QTD-DESCONHECIDOS TO WRK-QTD-ED.
           MOVE WRK-VAL-DESCONHECIDOS TO WRK-VALOR-ED.
           PERFORM ESCREVER-TOTAL.
           MOVE '  (PAGO A MENOR: TOTAL DA DIFERENCA RETIDA)'
               TO LINHA-CARTAO.
           WRITE LINHA-CARTAO.
           CLOSE RELATORIO-CARTAO.

           PERFORM LANCAR-JORNAL-CARTAO.
           PERFORM FECHAR-JORNAL.

           DISPLAY 'PROGCOB15Q' '   DATA: ' RUNDATE-HOJE-ED.
           DISPLAY 'PAGAMENTOS LIDOS.....: ' WRK-QTD-LIDOS.
           DISPLAY 'LIQUIDADOS...........: ' WRK-QTD-LIQUIDADOS.
           DISPLAY 'PAGOS A MENOR........: ' WRK-QTD-A-MENOR.
           DISPLAY 'DESCONHECIDOS........: ' WRK-QTD-DESCONHECIDOS.
           DISPLAY 'NAO PAGOS............: ' WRK-QTD-NAO-PAGOS.
           DISPLAY 'RELATORIO GRAVADO EM CARTREL.'.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

           MOVE WRK-QTD-LIDOS TO STATS-REGISTROS.
           PERFORM GRAVAR-RUNSTATS.

      *----------------------------------------------------------*
      * BAIXAR-PREVISTO                                           *
      * GRAVA NO PREVISTO O PAGAMENTO DA CREDENCIADORA. LIQUIDO   *
      * ABAIXO DO ESPERADO FICA COMO PAGO A MENOR, E A DIFERENCA  *
      * PERMANECE EM ABERTO NA CONTA CARTAO-RECEB.                *
      *----------------------------------------------------------*
       BAIXAR-PREVISTO.

           MOVE CLIQ-DATA-PAGTO TO CPRV-DATA-PAGTO.
           MOVE CLIQ-VALOR-LIQUIDO TO CPRV-VALOR-PAGO.
           MOVE CLIQ-VALOR-TAXA TO CPRV-TAXA-COBRADA.
           IF CLIQ-VALOR-LIQUIDO < CPRV-VALOR-LIQUIDO
               SET CPRV-PAGO-A-MENOR TO TRUE
               COMPUTE WRK-DIFERENCA =
                   CPRV-VALOR-LIQUIDO - CLIQ-VALOR-LIQUIDO
               ADD 1 TO WRK-QTD-A-MENOR
               ADD WRK-DIFERENCA TO WRK-VAL-DIFERENCA
               MOVE 'PAGO A MENOR' TO WRK-SITUACAO-ED
           ELSE
               SET CPRV-LIQUIDADO TO TRUE
               ADD 1 TO WRK-QTD-LIQUIDADOS
               ADD CLIQ-VALOR-LIQUIDO TO WRK-VAL-LIQUIDADOS
               MOVE 'LIQUIDADO' TO WRK-SITUACAO-ED
           END-IF.
           REWRITE REG-CARTAO-PREVISTO
               INVALID KEY
                   DISPLAY 'ERRO AO BAIXAR NSU ' CPRV-NSU
                           ' STATUS ' CPRV-WS-STATUS
           END-REWRITE.

           ADD CLIQ-VALOR-LIQUIDO TO WRK-JRN-LIQUIDO.
           ADD CLIQ-VALOR-TAXA TO WRK-JRN-TAXA.

           MOVE CPRV-DATA-VENDA TO WRK-DATA-ED.
           MOVE CPRV-VALOR-LIQUIDO TO WRK-ESPERADO-ED.
           MOVE CLIQ-VALOR-LIQUIDO TO WRK-VALOR-ED.
           PERFORM LISTAR-ITEM.

       BAIXAR-PREVISTO-EXIT.
           EXIT.

       VERIFICAR-NAO-PAGO.

           IF CPRV-ABERTO
               AND CPRV-DATA-PREVISTA < RUNDATE-HOJE
               ADD 1 TO WRK-QTD-NAO-PAGOS
               ADD CPRV-VALOR-LIQUIDO TO WRK-VAL-NAO-PAGOS
               MOVE 'NAO PAGO' TO WRK-SITUACAO-ED
               MOVE CPRV-DATA-VENDA TO WRK-DATA-ED
               MOVE CPRV-VALOR-LIQUIDO TO WRK-ESPERADO-ED
               MOVE ZEROS TO WRK-VALOR-ED
               PERFORM LISTAR-ITEM
           END-IF.

           READ CARTAO-PREVISTO NEXT RECORD
               AT END
                   SET CPRV-FIM TO TRUE
           END-READ.

       VERIFICAR-NAO-PAGO-EXIT.
           EXIT.

       LISTAR-ITEM.
           MOVE SPACES TO LINHA-CARTAO.
           STRING WRK-SITUACAO-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CPRV-NSU DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-DATA-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-ESPERADO-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  INTO LINHA-CARTAO.
           WRITE LINHA-CARTAO.

       LISTAR-ITEM-EXIT.
           EXIT.

       ESCREVER-TOTAL.
           MOVE SPACES TO LINHA-CARTAO.
           STRING '  ' DELIMITED BY SIZE
                  WRK-SITUACAO-ED DELIMITED BY SIZE
                  ' QTD ' DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  ' VALOR ' DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  INTO LINHA-CARTAO.
           WRITE LINHA-CARTAO.

       ESCREVER-TOTAL-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LANCAR-JORNAL-CARTAO                                      *
      * O QUE A CREDENCIADORA PAGOU SAI DO CARTAO-RECEB: O        *
      * LIQUIDO ENTRA NO BANCO E A TAXA RETIDA VAI PARA           *
      * TARIFA-CARTAO. O CREDITO E A SOMA DOS DOIS DEBITOS, PARA  *
      * O PAR FECHAR MESMO COM BRUTO DIVERGENTE NO ARQUIVO.       *
      *----------------------------------------------------------*
       LANCAR-JORNAL-CARTAO.

           COMPUTE WRK-JRN-BAIXA = WRK-JRN-LIQUIDO + WRK-JRN-TAXA.
           IF WRK-JRN-BAIXA = ZEROS
               GO TO LANCAR-JORNAL-CARTAO-EXIT
           END-IF.
           MOVE ZEROS TO JRN-LOTE.
           MOVE 'LIQUIDACAO DE CARTOES DO DIA' TO JRN-HISTORICO.
           IF WRK-JRN-LIQUIDO > ZEROS
               MOVE 'BANCO' TO JRN-CONTA
               SET JRN-DEBITO TO TRUE
               MOVE WRK-JRN-LIQUIDO TO JRN-VALOR
               PERFORM GRAVAR-JORNAL
           END-IF.
           IF WRK-JRN-TAXA > ZEROS
               MOVE 'TARIFA-CARTAO' TO JRN-CONTA
               SET JRN-DEBITO TO TRUE
               MOVE WRK-JRN-TAXA TO JRN-VALOR
               PERFORM GRAVAR-JORNAL
           END-IF.
           MOVE 'CARTAO-RECEB' TO JRN-CONTA.
           SET JRN-CREDITO TO TRUE.
           MOVE WRK-JRN-BAIXA TO JRN-VALOR.
           PERFORM GRAVAR-JORNAL.

       LANCAR-JORNAL-CARTAO-EXIT.
           EXIT.

           COPY 'RUNDATEP.CPY'.
           COPY 'RPTHDRP.CPY'.
           COPY 'JORNALP.CPY' REPLACING ==JRN-PROGRAM-ID==
               BY =='PROGCOB15Q'==.
           COPY 'RUNSTATSP.CPY' REPLACING ==STATS-PROGRAM-ID==
               BY =='PROGCOB15Q'==.
