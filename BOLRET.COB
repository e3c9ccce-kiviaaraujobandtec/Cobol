       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOLRET.
      **********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = KIVIA(ALURA) KIVIAAL
      *OBJETIVO: PROCESSAMENTO DO RETORNO DA COBRANCA BANCARIA -
      *LE O ARQUIVO BOLRETF DEVOLVIDO PELO BANCO (NOSSO NUMERO,
      *SITUACAO P=PAGO / R=REJEITADO, DATA, VALOR PAGO E MOTIVO)
      *E BAIXA CADA BOLETO NO CONTROLE BOLETO. O BOLETO PAGO VIRA
      *UM PAGAMENTO NO ARQUIVO DO DIA DA BAIXA NORMAL - RECPAG
      *(CONTRATO, PARCELA, DATA E VALOR) PARA O PROGCOB15K OU
      *MENSPAG (MATRICULA, COMPETENCIA, DATA E VALOR) PARA O
      *PROGCOB08I - NO LUGAR DA DIGITACAO, COM ENCARGOS, JORNAL E
      *RECUSAS TRATADOS LA COMO EM QUALQUER PAGAMENTO. O BOLETO
      *REJEITADO TEM O NOSSO NUMERO RETIRADO DO TITULO, QUE VOLTA
      *A SER EMITIDO NA PROXIMA REMESSA BOLREM. RETORNO DE BOLETO
      *DESCONHECIDO OU JA BAIXADO E APONTADO NO RELATORIO BOLREL,
      *QUE TAMBEM LISTA AS BAIXAS. TOTAL DE BAIXAS EM RUN-STATS.
      *DATA   = 26/04/22
      *HISTORICO DE ALTERACOES
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETORNO-BANCO ASSIGN TO "BOLRETF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-RET-STATUS.

           SELECT BOLETOS-COBRANCA ASSIGN TO "BOLETO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOL-NOSSO-NUMERO
               FILE STATUS IS WRK-BOL-STATUS.

           SELECT CONTAS-RECEBER ASSIGN TO "RECEB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-CHAVE
               FILE STATUS IS WRK-REC-STATUS.

           SELECT MENSALIDADES ASSIGN TO "MENSAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MENS-CHAVE
               FILE STATUS IS WRK-MENS-STATUS.

           SELECT PAGAMENTOS-RECEBER ASSIGN TO "RECPAG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-PAG-STATUS.

           SELECT PAGAMENTOS-MENSAL ASSIGN TO "MENSPAG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-PGM-STATUS.

           SELECT RELATORIO-RETORNO ASSIGN TO "BOLREL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.

           SELECT RUN-STATS ASSIGN TO "RUNSTATS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATS-WS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETORNO-BANCO.
       01  REG-RETORNO-BOLETO.
           05 RET-NOSSO-NUMERO   PIC 9(10).
           05 RET-SITUACAO       PIC X(01).
               88 RET-PAGO           VALUE 'P'.
               88 RET-REJEITADO      VALUE 'R'.
           05 RET-DATA           PIC 9(08).
           05 RET-VALOR-PAGO     PIC 9(07)V99.
           05 RET-MOTIVO         PIC X(20).

       FD  BOLETOS-COBRANCA.
           COPY 'BOLETO.CPY'.

       FD  CONTAS-RECEBER.
           COPY 'RECEB.CPY'.

       FD  MENSALIDADES.
           COPY 'MENSAL.CPY'.

       FD  PAGAMENTOS-RECEBER.
       01  REG-PAGAMENTO.
           05 PAG-CONTRATO     PIC 9(06).
           05 PAG-PARCELA      PIC 9(02).
           05 PAG-DATA         PIC 9(08).
           05 PAG-VALOR        PIC 9(07)V99.

       FD  PAGAMENTOS-MENSAL.
       01  REG-PAGAMENTO-MENS.
           05 PGM-MATRICULA    PIC 9(06).
           05 PGM-ANOMES       PIC 9(06).
           05 PGM-DATA         PIC 9(08).
           05 PGM-VALOR        PIC 9(07)V99.

       FD  RELATORIO-RETORNO.
       01  LINHA-RETORNO       PIC X(80).

       FD  RUN-STATS.
           COPY 'RUNSTATS.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'RUNSTATSW.CPY'.
       77 WRK-RET-STATUS PIC X(02) VALUE ZEROS.
           88 RET-OK VALUE '00'.
           88 RET-FIM VALUE '10'.
           88 RET-NAO-ENCONTRADO VALUE '35'.
       77 WRK-BOL-STATUS PIC X(02) VALUE ZEROS.
           88 BOL-OK VALUE '00'.
           88 BOL-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-REC-STATUS PIC X(02) VALUE ZEROS.
           88 REC-OK VALUE '00'.
           88 REC-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-MENS-STATUS PIC X(02) VALUE ZEROS.
           88 MENS-OK VALUE '00'.
           88 MENS-NAO-ENCONTRADA VALUE '23' '35'.
       77 WRK-PAG-STATUS PIC X(02) VALUE ZEROS.
           88 PAG-NAO-ENCONTRADO VALUE '35'.
       77 WRK-PGM-STATUS PIC X(02) VALUE ZEROS.
           88 PGM-NAO-ENCONTRADO VALUE '35'.
       77 WRK-REL-STATUS PIC X(02) VALUE ZEROS.

       77 WRK-MOTIVO PIC X(30) VALUE SPACES.
       77 WRK-QTD-PAGOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-REJEITADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-EXCECOES PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-PAGO PIC 9(09)V99 VALUE ZEROS.
           COPY 'MONEY.CPY' REPLACING ==MONEY-FIELD-NAME==
               BY ==WRK-VALOR-ED==.
           COPY 'RUNDATE.CPY'.
           COPY 'RPTHDR.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0002-INICIALIZAR.
           PERFORM 0003-PROCESSAR UNTIL RET-FIM.
           PERFORM 0004-FINALIZAR.

           STOP RUN.

       0002-INICIALIZAR.

           PERFORM OBTER-DATA-EXECUCAO.
           OPEN INPUT RETORNO-BANCO.
           IF RET-NAO-ENCONTRADO
               DISPLAY 'ARQUIVO DE RETORNO (BOLRETF) NAO '
                       'ENCONTRADO.'
               SET RET-FIM TO TRUE
           ELSE
               OPEN I-O BOLETOS-COBRANCA
               IF BOL-NAO-ENCONTRADO
                   DISPLAY 'CONTROLE DE BOLETOS (BOLETO) '
                           'INEXISTENTE.'
                   SET RET-FIM TO TRUE
               ELSE
                   OPEN I-O CONTAS-RECEBER
                   OPEN I-O MENSALIDADES
                   OPEN EXTEND PAGAMENTOS-RECEBER
                   IF PAG-NAO-ENCONTRADO
                       OPEN OUTPUT PAGAMENTOS-RECEBER
                   END-IF
                   OPEN EXTEND PAGAMENTOS-MENSAL
                   IF PGM-NAO-ENCONTRADO
                       OPEN OUTPUT PAGAMENTOS-MENSAL
                   END-IF
                   OPEN OUTPUT RELATORIO-RETORNO
                   MOVE 'RETORNO DA COBRANCA BANCARIA (BOLETOS)'
                       TO RPT-HDR-TITULO
                   PERFORM MONTAR-CABECALHO-RELATORIO
                   MOVE RPT-HDR-LINHA TO LINHA-RETORNO
                   WRITE LINHA-RETORNO
                   READ RETORNO-BANCO
                       AT END
                           SET RET-FIM TO TRUE
                   END-READ
               END-IF
           END-IF.

       0003-PROCESSAR.

           PERFORM BAIXAR-BOLETO THRU BAIXAR-BOLETO-EXIT.
           READ RETORNO-BANCO
               AT END
                   SET RET-FIM TO TRUE
           END-READ.

       0004-FINALIZAR.

           IF NOT RET-NAO-ENCONTRADO
               CLOSE RETORNO-BANCO
               IF NOT BOL-NAO-ENCONTRADO
                   CLOSE BOLETOS-COBRANCA
                   CLOSE CONTAS-RECEBER
                   CLOSE MENSALIDADES
                   CLOSE PAGAMENTOS-RECEBER
                   CLOSE PAGAMENTOS-MENSAL
                   MOVE SPACES TO LINHA-RETORNO
                   WRITE LINHA-RETORNO
                   MOVE WRK-TOTAL-PAGO TO WRK-VALOR-ED
                   MOVE SPACES TO LINHA-RETORNO
                   STRING 'PAGOS: ' DELIMITED BY SIZE
                          WRK-QTD-PAGOS DELIMITED BY SIZE
                          '  REJEITADOS: ' DELIMITED BY SIZE
                          WRK-QTD-REJEITADOS DELIMITED BY SIZE
                          '  EXCECOES: ' DELIMITED BY SIZE
                          WRK-QTD-EXCECOES DELIMITED BY SIZE
                          '  VALOR: ' DELIMITED BY SIZE
                          WRK-VALOR-ED DELIMITED BY SIZE
                          INTO LINHA-RETORNO
                   WRITE LINHA-RETORNO
                   CLOSE RELATORIO-RETORNO
               END-IF
           END-IF.

           DISPLAY 'BOLRET' '   DATA: ' RUNDATE-HOJE-ED.
           DISPLAY 'BOLETOS PAGOS......: ' WRK-QTD-PAGOS.
           DISPLAY 'BOLETOS REJEITADOS.: ' WRK-QTD-REJEITADOS.
           DISPLAY 'EXCECOES DE RETORNO: ' WRK-QTD-EXCECOES.
           DISPLAY 'PAGAMENTOS GRAVADOS EM RECPAG E MENSPAG.'.
           DISPLAY 'RELATORIO GRAVADO EM BOLREL.'.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

           COMPUTE STATS-REGISTROS = WRK-QTD-PAGOS
               + WRK-QTD-REJEITADOS.
           PERFORM GRAVAR-RUNSTATS.

      *----------------------------------------------------------*
      * BAIXAR-BOLETO                                             *
      * LOCALIZA O BOLETO DO RETORNO NO CONTROLE E BAIXA COMO     *
      * PAGO (GERANDO O PAGAMENTO PARA A BAIXA DO TITULO) OU      *
      * REJEITADO (LIBERANDO O TITULO PARA NOVA EMISSAO);         *
      * RETORNO SEM PAR OU DE BOLETO JA BAIXADO VIRA EXCECAO.     *
      *----------------------------------------------------------*
       BAIXAR-BOLETO.

           MOVE SPACES TO WRK-MOTIVO.
           MOVE RET-NOSSO-NUMERO TO BOL-NOSSO-NUMERO.
           READ BOLETOS-COBRANCA
               INVALID KEY
                   MOVE 'BOLETO DESCONHECIDO' TO WRK-MOTIVO
               NOT INVALID KEY
                   IF NOT BOL-ENVIADO
                       MOVE 'BOLETO JA BAIXADO' TO WRK-MOTIVO
                   END-IF
           END-READ.
           IF WRK-MOTIVO = SPACES
              AND NOT RET-PAGO AND NOT RET-REJEITADO
               MOVE 'SITUACAO DE RETORNO INVALIDA' TO WRK-MOTIVO
           END-IF.

           MOVE SPACES TO LINHA-RETORNO.
           IF WRK-MOTIVO NOT = SPACES
               ADD 1 TO WRK-QTD-EXCECOES
               STRING 'EXCECAO BOLETO ' DELIMITED BY SIZE
                      RET-NOSSO-NUMERO DELIMITED BY SIZE
                      ' - ' DELIMITED BY SIZE
                      WRK-MOTIVO DELIMITED BY SIZE
                      INTO LINHA-RETORNO
               WRITE LINHA-RETORNO
               GO TO BAIXAR-BOLETO-EXIT
           END-IF.

           MOVE RET-DATA TO BOL-DATA-RETORNO.
           MOVE RET-MOTIVO TO BOL-MOTIVO.
           IF RET-PAGO
               SET BOL-PAGO TO TRUE
               MOVE RET-VALOR-PAGO TO BOL-VALOR-PAGO
               PERFORM GERAR-PAGAMENTO
               ADD 1 TO WRK-QTD-PAGOS
               ADD RET-VALOR-PAGO TO WRK-TOTAL-PAGO
           ELSE
               SET BOL-REJEITADO TO TRUE
               PERFORM LIBERAR-TITULO
               ADD 1 TO WRK-QTD-REJEITADOS
           END-IF.
           REWRITE REG-BOLETO.

           MOVE RET-VALOR-PAGO TO WRK-VALOR-ED.
           STRING 'BOLETO ' DELIMITED BY SIZE
                  RET-NOSSO-NUMERO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  BOL-ORIGEM DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  BOL-TITULO DELIMITED BY SIZE
                  ' SIT ' DELIMITED BY SIZE
                  RET-SITUACAO DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RET-MOTIVO DELIMITED BY SIZE
                  INTO LINHA-RETORNO.
           WRITE LINHA-RETORNO.

       BAIXAR-BOLETO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * GERAR-PAGAMENTO                                           *
      * O VALOR PAGO NO BANCO ENTRA NO ARQUIVO DE PAGAMENTOS DO   *
      * TITULO, NO MESMO LAYOUT DA DIGITACAO.                     *
      *----------------------------------------------------------*
       GERAR-PAGAMENTO.
           IF BOL-RECEBIVEL
               MOVE BOL-CONTRATO TO PAG-CONTRATO
               MOVE BOL-PARCELA TO PAG-PARCELA
               MOVE RET-DATA TO PAG-DATA
               MOVE RET-VALOR-PAGO TO PAG-VALOR
               WRITE REG-PAGAMENTO
           ELSE
               MOVE BOL-MATRICULA TO PGM-MATRICULA
               MOVE BOL-ANOMES TO PGM-ANOMES
               MOVE RET-DATA TO PGM-DATA
               MOVE RET-VALOR-PAGO TO PGM-VALOR
               WRITE REG-PAGAMENTO-MENS
           END-IF.

       GERAR-PAGAMENTO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LIBERAR-TITULO                                            *
      * RETIRA O NOSSO NUMERO DO TITULO (SE AINDA FOR O DESTE     *
      * BOLETO) PARA A PROXIMA REMESSA EMITIR OUTRO.              *
      *----------------------------------------------------------*
       LIBERAR-TITULO.
           IF BOL-RECEBIVEL
               MOVE BOL-CONTRATO TO REC-CONTRATO
               MOVE BOL-PARCELA TO REC-PARCELA
               READ CONTAS-RECEBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF REC-NOSSO-NUMERO = BOL-NOSSO-NUMERO
                           MOVE ZEROS TO REC-NOSSO-NUMERO
                           REWRITE REG-RECEBIVEL
                       END-IF
               END-READ
           ELSE
               MOVE BOL-MATRICULA TO MENS-MATRICULA
               MOVE BOL-ANOMES TO MENS-ANOMES
               READ MENSALIDADES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MENS-NOSSO-NUMERO = BOL-NOSSO-NUMERO
                           MOVE ZEROS TO MENS-NOSSO-NUMERO
                           REWRITE REG-MENSALIDADE
                       END-IF
               END-READ
           END-IF.

       LIBERAR-TITULO-EXIT.
           EXIT.

           COPY 'RUNDATEP.CPY'.
           COPY 'RPTHDRP.CPY'.
           COPY 'RUNSTATSP.CPY' REPLACING ==STATS-PROGRAM-ID==
               BY =='BOLRET'==.
