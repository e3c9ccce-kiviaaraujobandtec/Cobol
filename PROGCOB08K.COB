       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB08K.
      **********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = KIVIA(ALURA) KIVIAAL
      *OBJETIVO: RELATORIO MENSAL DE DESCONTOS DE MENSALIDADES
      *PARA A DIRETORIA - LE O ARQUIVO MENSAL E, PARA A
      *COMPETENCIA DA DATA DE EXECUCAO, TOTALIZA A RECEITA
      *RENUNCIADA POR TIPO DE DESCONTO (BOLSA, IRMAO,
      *FUNCIONARIO E PONTUALIDADE - QUANTIDADE DE COBRANCAS E
      *VALOR), O BRUTO, O DESCONTO E O LIQUIDO COBRADOS, E OS
      *DESCONTOS DE PONTUALIDADE PERDIDOS POR PAGAMENTO EM
      *ATRASO (RECUPERADOS NA BAIXA DO PROGCOB08I). SAIDA EM
      *MENSDESC.
      *DATA   = 14/05/22
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

           SELECT RELATORIO-DESCONTOS ASSIGN TO "MENSDESC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MENSALIDADES.
           COPY 'MENSAL.CPY'.

       FD  RELATORIO-DESCONTOS.
       01  LINHA-DESC          PIC X(80).

       WORKING-STORAGE SECTION.
       77 WRK-MENS-STATUS PIC X(02) VALUE ZEROS.
           88 MENS-OK VALUE '00'.
           88 MENS-FIM VALUE '10'.
           88 MENS-NAO-ENCONTRADA VALUE '23' '35'.
       77 WRK-REL-STATUS PIC X(02) VALUE ZEROS.

       77 WRK-ANOMES PIC 9(06) VALUE ZEROS.
       77 WRK-ROTULO PIC X(20) VALUE SPACES.
       77 WRK-QTD-LINHA PIC 9(05) VALUE ZEROS.

       77 WRK-QTD-COBRANCAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-COM-DESCONTO PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-BRUTO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-DESCONTO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-LIQUIDO PIC 9(09)V99 VALUE ZEROS.

      *RECEITA RENUNCIADA POR TIPO DE DESCONTO
       77 WRK-QTD-BOLSA PIC 9(05) VALUE ZEROS.
       77 WRK-VAL-BOLSA PIC 9(09)V99 VALUE ZEROS.
       77 WRK-QTD-IRMAO PIC 9(05) VALUE ZEROS.
       77 WRK-VAL-IRMAO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-QTD-FUNC PIC 9(05) VALUE ZEROS.
       77 WRK-VAL-FUNC PIC 9(09)V99 VALUE ZEROS.
       77 WRK-QTD-PONTUAL PIC 9(05) VALUE ZEROS.
       77 WRK-VAL-PONTUAL PIC 9(09)V99 VALUE ZEROS.
       77 WRK-QTD-PERDIDO PIC 9(05) VALUE ZEROS.
       77 WRK-VAL-PERDIDO PIC 9(09)V99 VALUE ZEROS.
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

           OPEN INPUT MENSALIDADES.
           IF MENS-NAO-ENCONTRADA
               DISPLAY 'ARQUIVO DE MENSALIDADES (MENSAL) NAO '
                       'ENCONTRADO.'
               SET MENS-FIM TO TRUE
           ELSE
               OPEN OUTPUT RELATORIO-DESCONTOS
               MOVE 'DESCONTOS DE MENSALIDADES' TO RPT-HDR-TITULO
               PERFORM MONTAR-CABECALHO-RELATORIO
               MOVE RPT-HDR-LINHA TO LINHA-DESC
               WRITE LINHA-DESC
               MOVE SPACES TO LINHA-DESC
               STRING 'COMPETENCIA ' DELIMITED BY SIZE
                      WRK-ANOMES DELIMITED BY SIZE
                      INTO LINHA-DESC
               WRITE LINHA-DESC
               MOVE SPACES TO LINHA-DESC
               WRITE LINHA-DESC
               READ MENSALIDADES NEXT RECORD
                   AT END
                       SET MENS-FIM TO TRUE
               END-READ
           END-IF.

       0003-PROCESSAR.

           IF MENS-ANOMES = WRK-ANOMES
               PERFORM ACUMULAR-COBRANCA
           END-IF.
           READ MENSALIDADES NEXT RECORD
               AT END
                   SET MENS-FIM TO TRUE
           END-READ.

       0004-FINALIZAR.

           IF NOT MENS-NAO-ENCONTRADA
               CLOSE MENSALIDADES
               MOVE 'RECEITA RENUNCIADA POR TIPO DE DESCONTO'
                   TO LINHA-DESC
               WRITE LINHA-DESC
               MOVE 'BOLSA' TO WRK-ROTULO
               MOVE WRK-QTD-BOLSA TO WRK-QTD-LINHA
               MOVE WRK-VAL-BOLSA TO WRK-VALOR-ED
               PERFORM ESCREVER-LINHA-TOTAL
               MOVE 'IRMAO' TO WRK-ROTULO
               MOVE WRK-QTD-IRMAO TO WRK-QTD-LINHA
               MOVE WRK-VAL-IRMAO TO WRK-VALOR-ED
               PERFORM ESCREVER-LINHA-TOTAL
               MOVE 'FUNCIONARIO' TO WRK-ROTULO
               MOVE WRK-QTD-FUNC TO WRK-QTD-LINHA
               MOVE WRK-VAL-FUNC TO WRK-VALOR-ED
               PERFORM ESCREVER-LINHA-TOTAL
               MOVE 'PONTUALIDADE' TO WRK-ROTULO
               MOVE WRK-QTD-PONTUAL TO WRK-QTD-LINHA
               MOVE WRK-VAL-PONTUAL TO WRK-VALOR-ED
               PERFORM ESCREVER-LINHA-TOTAL
               MOVE 'TOTAL RENUNCIADO' TO WRK-ROTULO
               MOVE WRK-QTD-COM-DESCONTO TO WRK-QTD-LINHA
               MOVE WRK-TOTAL-DESCONTO TO WRK-VALOR-ED
               PERFORM ESCREVER-LINHA-TOTAL
               MOVE SPACES TO LINHA-DESC
               WRITE LINHA-DESC
               MOVE 'PONTUALIDADE PERDIDA POR PAGAMENTO EM ATRASO'
                   TO LINHA-DESC
               WRITE LINHA-DESC
               MOVE 'RECUPERADO' TO WRK-ROTULO
               MOVE WRK-QTD-PERDIDO TO WRK-QTD-LINHA
               MOVE WRK-VAL-PERDIDO TO WRK-VALOR-ED
               PERFORM ESCREVER-LINHA-TOTAL
               MOVE SPACES TO LINHA-DESC
               WRITE LINHA-DESC
               MOVE 'COBRANCAS DA COMPETENCIA' TO LINHA-DESC
               WRITE LINHA-DESC
               MOVE 'VALOR BRUTO' TO WRK-ROTULO
               MOVE WRK-QTD-COBRANCAS TO WRK-QTD-LINHA
               MOVE WRK-TOTAL-BRUTO TO WRK-VALOR-ED
               PERFORM ESCREVER-LINHA-TOTAL
               MOVE 'DESCONTOS' TO WRK-ROTULO
               MOVE WRK-QTD-COM-DESCONTO TO WRK-QTD-LINHA
               MOVE WRK-TOTAL-DESCONTO TO WRK-VALOR-ED
               PERFORM ESCREVER-LINHA-TOTAL
               MOVE 'VALOR LIQUIDO' TO WRK-ROTULO
               MOVE WRK-QTD-COBRANCAS TO WRK-QTD-LINHA
               MOVE WRK-TOTAL-LIQUIDO TO WRK-VALOR-ED
               PERFORM ESCREVER-LINHA-TOTAL
               CLOSE RELATORIO-DESCONTOS
           END-IF.

           DISPLAY 'PROGCOB08K' '   DATA: ' RUNDATE-HOJE-ED.
           DISPLAY 'COMPETENCIA..........: ' WRK-ANOMES.
           DISPLAY 'COBRANCAS LIDAS......: ' WRK-QTD-COBRANCAS.
           DISPLAY 'COBRANCAS C/ DESCONTO: ' WRK-QTD-COM-DESCONTO.
           DISPLAY 'RELATORIO GRAVADO EM MENSDESC.'.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

       ESCREVER-LINHA-TOTAL.
           MOVE SPACES TO LINHA-DESC.
           STRING '  ' DELIMITED BY SIZE
                  WRK-ROTULO DELIMITED BY SIZE
                  ' COBRANCAS ' DELIMITED BY SIZE
                  WRK-QTD-LINHA DELIMITED BY SIZE
                  ' VALOR ' DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  INTO LINHA-DESC.
           WRITE LINHA-DESC.

      *----------------------------------------------------------*
      * ACUMULAR-COBRANCA                                         *
      * SOMA A COBRANCA DA COMPETENCIA NOS TOTAIS GERAIS E NOS    *
      * TOTAIS DE CADA TIPO DE DESCONTO QUE ELA RECEBEU.          *
      *----------------------------------------------------------*
       ACUMULAR-COBRANCA.

           ADD 1 TO WRK-QTD-COBRANCAS.
           ADD MENS-VALOR-BRUTO TO WRK-TOTAL-BRUTO.
           ADD MENS-VALOR TO WRK-TOTAL-LIQUIDO.
           IF MENS-DESCONTO > ZEROS
               ADD 1 TO WRK-QTD-COM-DESCONTO
               ADD MENS-DESCONTO TO WRK-TOTAL-DESCONTO
           END-IF.
           IF MENS-DESC-BOLSA > ZEROS
               ADD 1 TO WRK-QTD-BOLSA
               ADD MENS-DESC-BOLSA TO WRK-VAL-BOLSA
           END-IF.
           IF MENS-DESC-IRMAO > ZEROS
               ADD 1 TO WRK-QTD-IRMAO
               ADD MENS-DESC-IRMAO TO WRK-VAL-IRMAO
           END-IF.
           IF MENS-DESC-FUNC > ZEROS
               ADD 1 TO WRK-QTD-FUNC
               ADD MENS-DESC-FUNC TO WRK-VAL-FUNC
           END-IF.
           IF MENS-DESC-PONTUAL > ZEROS
               ADD 1 TO WRK-QTD-PONTUAL
               ADD MENS-DESC-PONTUAL TO WRK-VAL-PONTUAL
           END-IF.
           IF MENS-PONTUAL-PERDIDO > ZEROS
               ADD 1 TO WRK-QTD-PERDIDO
               ADD MENS-PONTUAL-PERDIDO TO WRK-VAL-PERDIDO
           END-IF.

           COPY 'RUNDATEP.CPY'.
           COPY 'RPTHDRP.CPY'.
