      *MIRAR MES FECHADO E DESVIADA PARA O ARQUIVO DE RETENCAO
      *JRNHELD COM AVISO NO ENCERRAMENTO, EM VEZ DE GRAVADA -
      *RELATORIO DE EXCECAO NO JRNHLIST E LIBERACAO NO JRNHREL
      *14/05/22 KA PAGAMENTO APOS O VENCIMENTO PERDE O DESCONTO
      *DE PONTUALIDADE DA COBRANCA: O VALOR VOLTA AO MENS-VALOR
      *(SOBRE O QUAL A MULTA E CALCULADA), SAI DO TOTAL DE
      *DESCONTO E FICA EM MENS-PONTUAL-PERDIDO, COM LINHA NO
      *RELATORIO MENSBXA
      *15/05/22 KA REGIME DE COMPETENCIA: COM O RAZAO MENSRAZ
      *IMPLANTADO PELO FATURAMENTO, A BAIXA NAO E MAIS RECEITA -
      *DEBITO CAIXA X CREDITO MENS-RECEBER PELO VALOR DAS
      *COBRANCAS BAIXADAS, MULTA DE ATRASO EM RECEITA PROPRIA
      *(MULTA-MENSAL) E DIFERENCA DE PAGAMENTO A MAIOR OU A
      *MENOR EM DIFER-MENSAL. A PONTUALIDADE PERDIDA E RECEITA
      *DA BAIXA (DEBITO MENS-RECEBER X CREDITO MENSALIDADES). O
      *RAZAO RECEBE O BAIXADO E O ACRESCIMO. SEM O RAZAO SEGUE O
      *LANCAMENTO ANTERIOR (CAIXA X MENSALIDADES)
      *27/05/22 KA CONTA DA LINHA DE JORNAL CONFERIDA NO
      *PLANO DE CONTAS (PLCONTAS)
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JRN-WS-RET-STATUS.

           SELECT PLANO-CONTAS ASSIGN TO "PLCONTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLC-CONTA
               FILE STATUS IS JRN-WS-PLC-STATUS.

           SELECT RAZAO-MENSAL ASSIGN TO "MENSRAZ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRZ-ANOMES
               FILE STATUS IS MRZ-WS-STATUS.

           SELECT RELATORIO-BAIXA ASSIGN TO "MENSBXA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.
       FD  JORNAL-RETIDO.
           COPY 'JRNHELD.CPY'.

       FD  PLANO-CONTAS.
           COPY 'PLCONTAS.CPY'.

       FD  RAZAO-MENSAL.
           COPY 'MENSRAZ.CPY'.

       FD  RELATORIO-BAIXA.
       01  LINHA-BAIXA         PIC X(80).

       WORKING-STORAGE SECTION.
           COPY 'PARAMETROSW.CPY'.
           COPY 'JORNALW.CPY'.
           COPY 'MENSRAZW.CPY'.
       77 WRK-PAG-STATUS PIC X(02) VALUE ZEROS.
           88 PAG-OK VALUE '00'.
           88 PAG-FIM VALUE '10'.

       77 WRK-MULTA-PCT PIC 9(02)V99 VALUE 2.
       77 WRK-MULTA PIC 9(05)V99 VALUE ZEROS.
       77 WRK-PONTUAL-PERDIDO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-MOTIVO PIC X(25) VALUE SPACES.
       77 WRK-QTD-BAIXADAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-RECUSADAS PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-RECEBIDO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-BAIXADO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-MULTA PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-PERDIDO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-DIFERENCA PIC S9(09)V99 VALUE ZEROS.
           COPY 'MONEY.CPY' REPLACING ==MONEY-FIELD-NAME==
               BY ==WRK-VALOR-ED==.
           COPY 'RUNDATE.CPY'.
                   PERFORM MONTAR-CABECALHO-RELATORIO
                   MOVE RPT-HDR-LINHA TO LINHA-BAIXA
                   WRITE LINHA-BAIXA
                   PERFORM ABRIR-RAZAO-MENSAL
                   READ PAGAMENTOS-MENSAL
                       AT END
                           SET PAG-FIM TO TRUE
           IF NOT PAG-NAO-ENCONTRADO AND NOT MENS-NAO-ENCONTRADA
               CLOSE PAGAMENTOS-MENSAL
               CLOSE MENSALIDADES
               IF MRZ-IMPLANTADO
                   IF WRK-QTD-BAIXADAS > ZEROS
                       PERFORM LANCAR-BAIXA-COMPETENCIA
                   END-IF
                   PERFORM FECHAR-RAZAO-MENSAL
               ELSE
                   IF WRK-TOTAL-RECEBIDO > ZEROS
                       MOVE ZEROS TO JRN-LOTE
                       MOVE 'CAIXA' TO JRN-CONTA
                       SET JRN-DEBITO TO TRUE
                       MOVE WRK-TOTAL-RECEBIDO TO JRN-VALOR
                       MOVE 'MENSALIDADES RECEBIDAS'
                           TO JRN-HISTORICO
                       PERFORM GRAVAR-JORNAL
                       MOVE 'MENSALIDADES' TO JRN-CONTA
                       SET JRN-CREDITO TO TRUE
                       MOVE WRK-TOTAL-RECEBIDO TO JRN-VALOR
                       PERFORM GRAVAR-JORNAL
                   END-IF
               END-IF
               MOVE SPACES TO LINHA-BAIXA
               WRITE LINHA-BAIXA
           END-IF.

           MOVE ZEROS TO WRK-MULTA.
           MOVE ZEROS TO WRK-PONTUAL-PERDIDO.
           IF PGM-DATA > MENS-VENCIMENTO
               AND MENS-DESC-PONTUAL > ZEROS
               MOVE MENS-DESC-PONTUAL TO WRK-PONTUAL-PERDIDO
               ADD WRK-PONTUAL-PERDIDO TO MENS-VALOR
               SUBTRACT WRK-PONTUAL-PERDIDO FROM MENS-DESCONTO
               MOVE WRK-PONTUAL-PERDIDO TO MENS-PONTUAL-PERDIDO
               MOVE ZEROS TO MENS-DESC-PONTUAL
           END-IF.
           IF PGM-DATA > MENS-VENCIMENTO
               COMPUTE WRK-MULTA ROUNDED =
                   MENS-VALOR * WRK-MULTA-PCT / 100
           REWRITE REG-MENSALIDADE.
           ADD 1 TO WRK-QTD-BAIXADAS.
           ADD PGM-VALOR TO WRK-TOTAL-RECEBIDO.
           ADD MENS-VALOR TO WRK-TOTAL-BAIXADO.
           ADD WRK-MULTA TO WRK-TOTAL-MULTA.
           ADD WRK-PONTUAL-PERDIDO TO WRK-TOTAL-PERDIDO.

           MOVE PGM-VALOR TO WRK-VALOR-ED.
           STRING 'BAIXADA  MATR ' DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  INTO LINHA-BAIXA.
           WRITE LINHA-BAIXA.
           IF WRK-PONTUAL-PERDIDO > ZEROS
               MOVE WRK-PONTUAL-PERDIDO TO WRK-VALOR-ED
               MOVE SPACES TO LINHA-BAIXA
               STRING '  DESCONTO DE PONTUALIDADE PERDIDO: '
                      DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      INTO LINHA-BAIXA
               WRITE LINHA-BAIXA
           END-IF.
           IF WRK-MULTA > ZEROS
               MOVE WRK-MULTA TO WRK-VALOR-ED
               MOVE SPACES TO LINHA-BAIXA
       BAIXAR-MENSALIDADE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LANCAR-BAIXA-COMPETENCIA                                  *
      * LANCAMENTOS DA RODADA NO REGIME DE COMPETENCIA, EM PARES  *
      * BALANCEADOS: PONTUALIDADE PERDIDA (RECEITA DA BAIXA),     *
      * CAIXA X MENS-RECEBER PELO BAIXADO, CAIXA X MULTA-MENSAL   *
      * PELA MULTA E A DIFERENCA ENTRE O RECEBIDO E O DEVIDO EM   *
      * DIFER-MENSAL. O RAZAO RECEBE O ACRESCIMO E O BAIXADO.     *
      *----------------------------------------------------------*
       LANCAR-BAIXA-COMPETENCIA.
           MOVE ZEROS TO JRN-LOTE.
           IF WRK-TOTAL-PERDIDO > ZEROS
               MOVE 'PONTUALIDADE PERDIDA' TO JRN-HISTORICO
               MOVE WRK-TOTAL-PERDIDO TO JRN-VALOR
               MOVE 'MENS-RECEBER' TO JRN-CONTA
               SET JRN-DEBITO TO TRUE
               PERFORM GRAVAR-JORNAL
               MOVE 'MENSALIDADES' TO JRN-CONTA
               SET JRN-CREDITO TO TRUE
               PERFORM GRAVAR-JORNAL
           END-IF.

           MOVE 'MENSALIDADES RECEBIDAS' TO JRN-HISTORICO.
           MOVE WRK-TOTAL-BAIXADO TO JRN-VALOR.
           MOVE 'CAIXA' TO JRN-CONTA.
           SET JRN-DEBITO TO TRUE.
           PERFORM GRAVAR-JORNAL.
           MOVE 'MENS-RECEBER' TO JRN-CONTA.
           SET JRN-CREDITO TO TRUE.
           PERFORM GRAVAR-JORNAL.

           IF WRK-TOTAL-MULTA > ZEROS
               MOVE 'MULTA DE ATRASO MENSALIDADES' TO JRN-HISTORICO
               MOVE WRK-TOTAL-MULTA TO JRN-VALOR
               MOVE 'CAIXA' TO JRN-CONTA
               SET JRN-DEBITO TO TRUE
               PERFORM GRAVAR-JORNAL
               MOVE 'MULTA-MENSAL' TO JRN-CONTA
               SET JRN-CREDITO TO TRUE
               PERFORM GRAVAR-JORNAL
           END-IF.

           COMPUTE WRK-DIFERENCA = WRK-TOTAL-RECEBIDO
               - WRK-TOTAL-BAIXADO - WRK-TOTAL-MULTA.
           IF WRK-DIFERENCA > ZEROS
               MOVE 'PAGAMENTO A MAIOR MENSALIDADES' TO JRN-HISTORICO
               MOVE WRK-DIFERENCA TO JRN-VALOR
               MOVE 'CAIXA' TO JRN-CONTA
               SET JRN-DEBITO TO TRUE
               PERFORM GRAVAR-JORNAL
               MOVE 'DIFER-MENSAL' TO JRN-CONTA
               SET JRN-CREDITO TO TRUE
               PERFORM GRAVAR-JORNAL
           END-IF.
           IF WRK-DIFERENCA < ZEROS
               MOVE 'PAGAMENTO A MENOR MENSALIDADES' TO JRN-HISTORICO
               COMPUTE JRN-VALOR = ZEROS - WRK-DIFERENCA
               MOVE 'DIFER-MENSAL' TO JRN-CONTA
               SET JRN-DEBITO TO TRUE
               PERFORM GRAVAR-JORNAL
               MOVE 'CAIXA' TO JRN-CONTA
               SET JRN-CREDITO TO TRUE
               PERFORM GRAVAR-JORNAL
           END-IF.

           COMPUTE MRZ-WS-ANOMES = RUNDATE-HOJE / 100.
           MOVE WRK-TOTAL-PERDIDO TO MRZ-WS-ACRESCIMO.
           MOVE WRK-TOTAL-BAIXADO TO MRZ-WS-BAIXADO.
           PERFORM LANCAR-RAZAO-MENSAL THRU LANCAR-RAZAO-MENSAL-EXIT.

       LANCAR-BAIXA-COMPETENCIA-EXIT.
           EXIT.

           COPY 'RUNDATEP.CPY'.
           COPY 'RPTHDRP.CPY'.
           COPY 'PARAMETROSP.CPY'.
           COPY 'MENSRAZP.CPY'.
           COPY 'JORNALP.CPY' REPLACING ==JRN-PROGRAM-ID==
               BY =='PROGCOB08I'==.
