       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB08L.
      **********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = KIVIA(ALURA) KIVIAAL
      *OBJETIVO: PROVA DE FECHAMENTO DA CONTA MENS-RECEBER -
      *CONFERE O SALDO EM ABERTO DO ARQUIVO MENSAL (SOMA DO
      *MENS-VALOR DAS COBRANCAS NAO PAGAS, DE QUALQUER
      *COMPETENCIA) COM O SALDO DA CONTA NO RAZAO MENSRAZ NO MES
      *DA DATA DE EXECUCAO, MONTADO PELO FATURAMENTO PROGCOB08H E
      *PELA BAIXA PROGCOB08I. SAI O DEMONSTRATIVO MENSPROV COM O
      *MOVIMENTO DO MES NO RAZAO, O ABERTO POR COMPETENCIA E A
      *DIFERENCA. DEVOLVE RETURN-CODE 4 QUANDO A PROVA NAO FECHA
      *OU O RAZAO AINDA NAO FOI IMPLANTADO, PARA O FECHAMENTO
      *ACUSAR A PENDENCIA.
      *DATA   = 15/05/22
      *HISTORICO DE ALTERACOES
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MENSALIDADES ASSIGN TO "MENSAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MENS-CHAVE
               FILE STATUS IS WRK-MENS-STATUS.

           SELECT RAZAO-MENSAL ASSIGN TO "MENSRAZ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRZ-ANOMES
               FILE STATUS IS MRZ-WS-STATUS.

           SELECT RELATORIO-PROVA ASSIGN TO "MENSPROV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MENSALIDADES.
           COPY 'MENSAL.CPY'.

       FD  RAZAO-MENSAL.
           COPY 'MENSRAZ.CPY'.

       FD  RELATORIO-PROVA.
       01  LINHA-PROVA         PIC X(80).

       WORKING-STORAGE SECTION.
           COPY 'MENSRAZW.CPY'.
       77 WRK-MENS-STATUS PIC X(02) VALUE ZEROS.
           88 MENS-OK VALUE '00'.
           88 MENS-FIM VALUE '10'.
           88 MENS-NAO-ENCONTRADA VALUE '23' '35'.
       77 WRK-REL-STATUS PIC X(02) VALUE ZEROS.

       77 WRK-ANOMES PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-ABERTAS PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-ABERTO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-DIFERENCA PIC S9(09)V99 VALUE ZEROS.
       77 WRK-ROTULO PIC X(30) VALUE SPACES.

      *ABERTO POR COMPETENCIA
       77 WRK-QTD-COMPET PIC 9(02) VALUE ZEROS.
       77 WRK-IND-COMPET PIC 9(02) VALUE ZEROS.
       77 WRK-ACHOU-COMPET PIC X(01) VALUE 'N'.
           88 COMPETENCIA-NA-TABELA VALUE 'S'.
       77 WRK-OUTRAS-QTD PIC 9(05) VALUE ZEROS.
       77 WRK-OUTRAS-VALOR PIC 9(09)V99 VALUE ZEROS.
       01 TAB-COMPETENCIAS.
           05 TAB-CMP-LINHA OCCURS 36 TIMES
                           DEPENDING ON WRK-QTD-COMPET.
               10 TAB-CMP-ANOMES   PIC 9(06).
               10 TAB-CMP-QTD      PIC 9(05).
               10 TAB-CMP-VALOR    PIC 9(09)V99.
           COPY 'MONEY.CPY' REPLACING ==MONEY-FIELD-NAME==
               BY ==WRK-VALOR-ED==.
           COPY 'RUNDATE.CPY'.
           COPY 'RPTHDR.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0002-INICIALIZAR.
           PERFORM 0003-PROCESSAR UNTIL MENS-FIM.
           PERFORM 0004-FINALIZAR.

           STOP RUN.

       0002-INICIALIZAR.

           PERFORM OBTER-DATA-EXECUCAO.
           COMPUTE WRK-ANOMES = RUNDATE-HOJE / 100.

           OPEN OUTPUT RELATORIO-PROVA.
           MOVE 'PROVA DA CONTA MENS-RECEBER' TO RPT-HDR-TITULO.
           PERFORM MONTAR-CABECALHO-RELATORIO.
           MOVE RPT-HDR-LINHA TO LINHA-PROVA.
           WRITE LINHA-PROVA.
           MOVE SPACES TO LINHA-PROVA.
           WRITE LINHA-PROVA.

           MOVE WRK-ANOMES TO MRZ-WS-ANOMES.
           PERFORM ABRIR-RAZAO-MENSAL.
           PERFORM LER-RAZAO-MENSAL THRU LER-RAZAO-MENSAL-EXIT.

           OPEN INPUT MENSALIDADES.
           IF MENS-NAO-ENCONTRADA
               DISPLAY 'ARQUIVO DE MENSALIDADES (MENSAL) NAO '
                       'ENCONTRADO - ABERTO CONSIDERADO ZERO.'
               SET MENS-FIM TO TRUE
           ELSE
               READ MENSALIDADES NEXT RECORD
                   AT END
                       SET MENS-FIM TO TRUE
               END-READ
           END-IF.

       0003-PROCESSAR.

           IF MENS-ABERTA
               ADD 1 TO WRK-QTD-ABERTAS
               ADD MENS-VALOR TO WRK-TOTAL-ABERTO
               PERFORM ACUMULAR-COMPETENCIA
                   THRU ACUMULAR-COMPETENCIA-EXIT
           END-IF.
           READ MENSALIDADES NEXT RECORD
               AT END
                   SET MENS-FIM TO TRUE
           END-READ.

       0004-FINALIZAR.

           IF NOT MENS-NAO-ENCONTRADA
               CLOSE MENSALIDADES
           END-IF.

           IF MRZ-SEM-RAZAO
               MOVE 'RAZAO MENSRAZ NAO IMPLANTADO - NENHUM FATURAMENTO'
                   TO LINHA-PROVA
               WRITE LINHA-PROVA
               MOVE '  POR COMPETENCIA PELO PROGCOB08H AINDA.'
                   TO LINHA-PROVA
               WRITE LINHA-PROVA
           ELSE
               PERFORM IMPRIMIR-RAZAO
           END-IF.

           MOVE SPACES TO LINHA-PROVA.
           WRITE LINHA-PROVA.
           MOVE 'ABERTO NO MENSAL POR COMPETENCIA' TO LINHA-PROVA.
           WRITE LINHA-PROVA.
           PERFORM IMPRIMIR-COMPETENCIA
               VARYING WRK-IND-COMPET FROM 1 BY 1
               UNTIL WRK-IND-COMPET > WRK-QTD-COMPET.
           IF WRK-OUTRAS-QTD > ZEROS
               MOVE WRK-OUTRAS-VALOR TO WRK-VALOR-ED
               MOVE SPACES TO LINHA-PROVA
               STRING '  DEMAIS COMPETENCIAS ' DELIMITED BY SIZE
                      WRK-OUTRAS-QTD DELIMITED BY SIZE
                      ' VALOR ' DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      INTO LINHA-PROVA
               WRITE LINHA-PROVA
           END-IF.

           MOVE SPACES TO LINHA-PROVA.
           WRITE LINHA-PROVA.
           MOVE 'SALDO ABERTO NO MENSAL' TO WRK-ROTULO.
           MOVE WRK-TOTAL-ABERTO TO WRK-VALOR-ED.
           PERFORM ESCREVER-LINHA-VALOR.
           MOVE 'SALDO MENS-RECEBER NO RAZAO' TO WRK-ROTULO.
           MOVE MRZ-WS-SALDO TO WRK-VALOR-ED.
           PERFORM ESCREVER-LINHA-VALOR.
           COMPUTE WRK-DIFERENCA = MRZ-WS-SALDO - WRK-TOTAL-ABERTO.
           IF WRK-DIFERENCA < ZEROS
               MOVE 'DIFERENCA (RAZAO A MENOR)' TO WRK-ROTULO
               COMPUTE WRK-VALOR-ED = ZEROS - WRK-DIFERENCA
           ELSE
               MOVE 'DIFERENCA (RAZAO A MAIOR)' TO WRK-ROTULO
               MOVE WRK-DIFERENCA TO WRK-VALOR-ED
           END-IF.
           PERFORM ESCREVER-LINHA-VALOR.
           MOVE SPACES TO LINHA-PROVA.
           IF WRK-DIFERENCA = ZEROS AND MRZ-IMPLANTADO
               MOVE 'PROVA CONFERE.' TO LINHA-PROVA
           ELSE
               MOVE 'PROVA NAO CONFERE - VERIFICAR O JORNAL E O RAZAO.'
                   TO LINHA-PROVA
               MOVE 4 TO RETURN-CODE
           END-IF.
           WRITE LINHA-PROVA.
           CLOSE RELATORIO-PROVA.
           PERFORM FECHAR-RAZAO-MENSAL.

           DISPLAY 'PROGCOB08L' '   DATA: ' RUNDATE-HOJE-ED.
           DISPLAY 'COBRANCAS EM ABERTO..: ' WRK-QTD-ABERTAS.
           IF RETURN-CODE = ZEROS
               DISPLAY 'PROVA CONFERE.'
           ELSE
               DISPLAY 'PROVA NAO CONFERE - VER MENSPROV.'
           END-IF.
           DISPLAY 'RELATORIO GRAVADO EM MENSPROV.'.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

       ESCREVER-LINHA-VALOR.
           MOVE SPACES TO LINHA-PROVA.
           STRING WRK-ROTULO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  INTO LINHA-PROVA.
           WRITE LINHA-PROVA.

      *----------------------------------------------------------*
      * IMPRIMIR-RAZAO                                            *
      * MOVIMENTO DA CONTA NO MES DA EXECUCAO; MES AINDA SEM      *
      * MOVIMENTO MOSTRA SO O SALDO TRAZIDO DO MES ANTERIOR.      *
      *----------------------------------------------------------*
       IMPRIMIR-RAZAO.
           MOVE SPACES TO LINHA-PROVA.
           STRING 'RAZAO MENS-RECEBER - MES ' DELIMITED BY SIZE
                  WRK-ANOMES DELIMITED BY SIZE
                  INTO LINHA-PROVA.
           WRITE LINHA-PROVA.
           IF MRZ-MES-GRAVADO
               MOVE '  SALDO INICIAL' TO WRK-ROTULO
               MOVE MRZ-SALDO-INICIAL TO WRK-VALOR-ED
               PERFORM ESCREVER-LINHA-VALOR
               MOVE '  (+) IMPLANTACAO' TO WRK-ROTULO
               MOVE MRZ-IMPLANTACAO TO WRK-VALOR-ED
               PERFORM ESCREVER-LINHA-VALOR
               MOVE '  (+) FATURADO' TO WRK-ROTULO
               MOVE MRZ-FATURADO TO WRK-VALOR-ED
               PERFORM ESCREVER-LINHA-VALOR
               MOVE '  (+) PONTUALIDADE PERDIDA' TO WRK-ROTULO
               MOVE MRZ-ACRESCIMO TO WRK-VALOR-ED
               PERFORM ESCREVER-LINHA-VALOR
               MOVE '  (-) BAIXADO' TO WRK-ROTULO
               MOVE MRZ-BAIXADO TO WRK-VALOR-ED
               PERFORM ESCREVER-LINHA-VALOR
               MOVE '  SALDO FINAL' TO WRK-ROTULO
               MOVE MRZ-SALDO-FINAL TO WRK-VALOR-ED
               PERFORM ESCREVER-LINHA-VALOR
           ELSE
               MOVE '  SEM MOVIMENTO - SALDO ANTERIOR' TO WRK-ROTULO
               MOVE MRZ-WS-SALDO TO WRK-VALOR-ED
               PERFORM ESCREVER-LINHA-VALOR
           END-IF.

       IMPRIMIR-COMPETENCIA.
           MOVE TAB-CMP-VALOR(WRK-IND-COMPET) TO WRK-VALOR-ED.
           MOVE SPACES TO LINHA-PROVA.
           STRING '  COMPETENCIA ' DELIMITED BY SIZE
                  TAB-CMP-ANOMES(WRK-IND-COMPET) DELIMITED BY SIZE
                  ' ABERTAS ' DELIMITED BY SIZE
                  TAB-CMP-QTD(WRK-IND-COMPET) DELIMITED BY SIZE
                  ' VALOR ' DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  INTO LINHA-PROVA.
           WRITE LINHA-PROVA.

      *----------------------------------------------------------*
      * ACUMULAR-COMPETENCIA                                      *
      * SOMA A COBRANCA ABERTA NA LINHA DA SUA COMPETENCIA; COM A *
      * TABELA CHEIA, VAI PARA DEMAIS COMPETENCIAS.               *
      *----------------------------------------------------------*
       ACUMULAR-COMPETENCIA.
           MOVE 'N' TO WRK-ACHOU-COMPET.
           PERFORM PROCURAR-COMPETENCIA
               VARYING WRK-IND-COMPET FROM 1 BY 1
               UNTIL WRK-IND-COMPET > WRK-QTD-COMPET
                  OR COMPETENCIA-NA-TABELA.
           IF COMPETENCIA-NA-TABELA
               SUBTRACT 1 FROM WRK-IND-COMPET
           ELSE
               IF WRK-QTD-COMPET < 36
                   ADD 1 TO WRK-QTD-COMPET
                   MOVE WRK-QTD-COMPET TO WRK-IND-COMPET
                   MOVE MENS-ANOMES TO TAB-CMP-ANOMES(WRK-IND-COMPET)
                   MOVE ZEROS TO TAB-CMP-QTD(WRK-IND-COMPET)
                   MOVE ZEROS TO TAB-CMP-VALOR(WRK-IND-COMPET)
               ELSE
                   ADD 1 TO WRK-OUTRAS-QTD
                   ADD MENS-VALOR TO WRK-OUTRAS-VALOR
                   GO TO ACUMULAR-COMPETENCIA-EXIT
               END-IF
           END-IF.
           ADD 1 TO TAB-CMP-QTD(WRK-IND-COMPET).
           ADD MENS-VALOR TO TAB-CMP-VALOR(WRK-IND-COMPET).

       ACUMULAR-COMPETENCIA-EXIT.
           EXIT.

       PROCURAR-COMPETENCIA.
           IF TAB-CMP-ANOMES(WRK-IND-COMPET) = MENS-ANOMES
               MOVE 'S' TO WRK-ACHOU-COMPET
           END-IF.

           COPY 'RUNDATEP.CPY'.
           COPY 'RPTHDRP.CPY'.
           COPY 'MENSRAZP.CPY'.
