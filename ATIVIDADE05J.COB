      *INFORMES EM RUN-STATS.
      *DATA   = 21/03/22
      *HISTORICO DE ALTERACOES
      *04/05/22 KA CONTAS CONJUNTAS: A ORDENACAO PASSA A RECEBER
      *UMA ENTRADA DA CONTA PARA O PRIMEIRO TITULAR E UMA PARA
      *CADA COTITULAR (COTITUL), COM A PARTE DE CADA UM; OS
      *JUROS E O IR DA CONTA ENTRAM NO INFORME DE CADA TITULAR NA
      *PROPORCAO DA PARTE DELE, COM A CONTA CONJUNTA DESTACADA
      *06/05/22 KA DETALHE POR LOTE DE APORTE (LOTEW/LOTEP.CPY):
      *CADA CONTA COM JUROS OU IR NO ANO ABRE UMA LINHA POR LOTE
      *COM A DATA DO APORTE E OS JUROS E O IR DO ANO DAQUELE
      *LOTE, NA PARTE DO TITULAR; OS TOTAIS NAO MUDAM
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                   WITH DUPLICATES
               FILE STATUS IS WRK-CLI-STATUS.

           SELECT COTITULARES ASSIGN TO "COTITUL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COT-CHAVE
               ALTERNATE RECORD KEY IS COT-CPF
                   WITH DUPLICATES
               FILE STATUS IS COT-WS-STATUS.

           SELECT WRK-SORT-FILE ASSIGN TO "LEDSRT"
               ORGANIZATION IS SEQUENTIAL.

       FD  CADASTRO-CLIENTE.
           COPY 'CLIREG.CPY'.

       FD  COTITULARES.
           COPY 'COTITUL.CPY'.

       SD  WRK-SORT-FILE.
       01  REG-LEDGER-SORT.
           05 SRT-CONTA        PIC 9(06).
           05 SRT-CPF          PIC 9(11).
           05 SRT-SITUACAO     PIC X(01).
           05 SRT-VENCIMENTO   PIC 9(08).
           05 SRT-MODALIDADE   PIC X(01).
           05 SRT-PARTICIPACAO PIC 9(03)V99.

       FD  ARQUIVO-INFORME.
       01  LINHA-INFORME       PIC X(80).

       WORKING-STORAGE SECTION.
           COPY 'RUNSTATSW.CPY'.
           COPY 'COTITW.CPY'.
       77 WRK-LEDGER-STATUS PIC X(02) VALUE ZEROS.
           88 LEDGER-OK VALUE '00'.
           88 LEDGER-FIM VALUE '10'.
           88 LEDGER-NAO-ENCONTRADO VALUE '23' '35'.
       77 MOV-WS-STATUS PIC X(02) VALUE ZEROS.
           88 MOV-ARQ-OK VALUE '00'.
       77 WRK-IR-ANO PIC S9(09)V99 VALUE ZEROS.
       77 WRK-CPF-JUROS PIC S9(09)V99 VALUE ZEROS.
       77 WRK-CPF-IR PIC S9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-PARTE PIC S9(09)V99 VALUE ZEROS.
       77 WRK-PARTE-ED PIC ZZ9,99 VALUE ZEROS.
       77 WRK-MODAL-TXT PIC X(13) VALUE SPACES.
       77 WRK-NOME PIC X(20) VALUE SPACES.
       77 WRK-ENDERECO PIC X(30) VALUE SPACES.
       77 WRK-CIDADE PIC X(20) VALUE SPACES.
       77 WRK-QTD-INFORMES PIC 9(05) VALUE ZEROS.
           COPY 'MONEYS.CPY' REPLACING ==MONEY-FIELD-NAME==
               BY ==WRK-VALOR-ED==.
           COPY 'MONEYS.CPY' REPLACING ==MONEY-FIELD-NAME==
               BY ==WRK-IR-ED==.
       77 WRK-DATA-ED PIC 9(04)/99/99 VALUE ZEROS.
           COPY 'RUNDATE.CPY'.
           COPY 'RPTHDR.CPY'.
           COPY 'IOFW.CPY'.
           COPY 'LOTEW.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0002-INICIALIZAR.
           SORT WRK-SORT-FILE
               ON ASCENDING KEY SRT-CPF SRT-CONTA
               INPUT PROCEDURE IS 0005-LIBERAR-CONTAS
               OUTPUT PROCEDURE IS 0003-GERAR-INFORMES.
           PERFORM 0004-FINALIZAR.

           MOVE WRK-QTD-INFORMES TO STATS-REGISTROS.
           PERFORM GRAVAR-RUNSTATS.

      *----------------------------------------------------------*
      * 0005-LIBERAR-CONTAS                                       *
      * ENTRADA DA ORDENACAO: CADA CONTA DO LEDGER VAI PARA O      *
      * PRIMEIRO TITULAR E PARA CADA COTITULAR, COM A PARTE DE    *
      * CADA UM (CONTA INDIVIDUAL = 100% DO TITULAR).             *
      *----------------------------------------------------------*
       0005-LIBERAR-CONTAS.

           OPEN INPUT INVESTIMENTO-LEDGER.
           IF LEDGER-NAO-ENCONTRADO
               DISPLAY 'RAZAO DE INVESTIMENTOS INEXISTENTE.'
           ELSE
               READ INVESTIMENTO-LEDGER NEXT RECORD
                   AT END
                       SET LEDGER-FIM TO TRUE
               END-READ
               PERFORM LIBERAR-CONTA-LEDGER UNTIL LEDGER-FIM
               CLOSE INVESTIMENTO-LEDGER
           END-IF.
           PERFORM FECHAR-COTITULARES.

       LIBERAR-CONTA-LEDGER.

           MOVE LEDGER-CONTA TO COT-WS-CONTA.
           MOVE LEDGER-CPF TO COT-WS-CPF-TITULAR.
           MOVE LEDGER-CPF TO COT-WS-CPF.
           PERFORM CARREGAR-COTITULARES.
           MOVE LEDGER-CONTA TO SRT-CONTA.
           MOVE LEDGER-SALDO TO SRT-SALDO.
           MOVE LEDGER-TIPO-PROD TO SRT-TIPO-PROD.
           MOVE LEDGER-CPF TO SRT-CPF.
           MOVE LEDGER-SITUACAO TO SRT-SITUACAO.
           MOVE LEDGER-VENCIMENTO TO SRT-VENCIMENTO.
           MOVE COT-WS-TIPO TO SRT-MODALIDADE.
           MOVE COT-WS-PERC-TITULAR TO SRT-PARTICIPACAO.
           RELEASE REG-LEDGER-SORT.
           PERFORM LIBERAR-COTITULAR-SORT
               VARYING COT-WS-IND FROM 1 BY 1
               UNTIL COT-WS-IND > COT-WS-QTD.

           READ INVESTIMENTO-LEDGER NEXT RECORD
               AT END
                   SET LEDGER-FIM TO TRUE
           END-READ.

       LIBERAR-CONTA-LEDGER-EXIT.
           EXIT.

       LIBERAR-COTITULAR-SORT.

           MOVE COT-WS-TAB-CPF(COT-WS-IND) TO SRT-CPF.
           MOVE COT-WS-TAB-PARTE(COT-WS-IND) TO SRT-PARTICIPACAO.
           RELEASE REG-LEDGER-SORT.

       LIBERAR-COTITULAR-SORT-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * TRATAR-CONTA-SORT                                         *
      * ABRE UM NOVO INFORME QUANDO O CPF MUDA, APURA O ANO DA    *
           END-IF.

           PERFORM APURAR-ANO-DA-CONTA.
           COMPUTE WRK-VALOR-PARTE ROUNDED =
               WRK-JUROS-ANO * SRT-PARTICIPACAO / 100.
           ADD WRK-VALOR-PARTE TO WRK-CPF-JUROS.
           COMPUTE WRK-VALOR-PARTE ROUNDED =
               WRK-IR-ANO * SRT-PARTICIPACAO / 100.
           ADD WRK-VALOR-PARTE TO WRK-CPF-IR.
           IF SRT-MODALIDADE NOT = SPACES
               PERFORM IMPRIMIR-CONTA-CONJUNTA
           END-IF.
           IF WRK-JUROS-ANO NOT = ZEROS OR WRK-IR-ANO NOT = ZEROS
               PERFORM IMPRIMIR-LOTES-DA-CONTA
           END-IF.

           RETURN WRK-SORT-FILE
               AT END
       ABRIR-INFORME-CLIENTE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * IMPRIMIR-CONTA-CONJUNTA                                   *
      * DESTACA NO INFORME A CONTA CONJUNTA E A PARTE DO TITULAR  *
      * CONSIDERADA NOS TOTAIS.                                   *
      *----------------------------------------------------------*
       IMPRIMIR-CONTA-CONJUNTA.

           IF SRT-MODALIDADE = 'E'
               MOVE 'CONJUNTA E' TO WRK-MODAL-TXT
           ELSE
               MOVE 'CONJUNTA E/OU' TO WRK-MODAL-TXT
           END-IF.
           MOVE SRT-PARTICIPACAO TO WRK-PARTE-ED.
           MOVE SPACES TO LINHA-INFORME.
           STRING 'CONTA ' DELIMITED BY SIZE
                  SRT-CONTA DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-MODAL-TXT DELIMITED BY SIZE
                  ' - PARTE NO INFORME ' DELIMITED BY SIZE
                  WRK-PARTE-ED DELIMITED BY SIZE
                  '%' DELIMITED BY SIZE
                  INTO LINHA-INFORME.
           WRITE LINHA-INFORME.

       IMPRIMIR-CONTA-CONJUNTA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * IMPRIMIR-LOTES-DA-CONTA                                   *
      * REFAZ OS LOTES DE APORTE DA CONTA (LOTEP.CPY) E IMPRIME   *
      * OS JUROS E O IR DO ANO-CALENDARIO DE CADA LOTE, NA PARTE  *
      * DO TITULAR. O LOTE 000000 E O SALDO DE ABERTURA SEM       *
      * APORTE REGISTRADO.                                        *
      *----------------------------------------------------------*
       IMPRIMIR-LOTES-DA-CONTA.

           MOVE SRT-CONTA TO LOT-WS-CONTA.
           MOVE WRK-ANO TO LOT-WS-ANO.
           MOVE ZEROS TO LOT-WS-DATA-REF.
           PERFORM APURAR-LOTES.
           PERFORM IMPRIMIR-LOTE-INFORME
               VARYING LOT-WS-IND FROM 1 BY 1
               UNTIL LOT-WS-IND > LOT-WS-QTD.

       IMPRIMIR-LOTES-DA-CONTA-EXIT.
           EXIT.

       IMPRIMIR-LOTE-INFORME.
           IF LOT-TAB-JUROS-ANO(LOT-WS-IND) NOT = ZEROS
               OR LOT-TAB-IR-ANO(LOT-WS-IND) NOT = ZEROS
               MOVE LOT-TAB-DATA(LOT-WS-IND) TO WRK-DATA-ED
               COMPUTE WRK-VALOR-ED ROUNDED =
                   LOT-TAB-JUROS-ANO(LOT-WS-IND)
                   * SRT-PARTICIPACAO / 100
               COMPUTE WRK-IR-ED ROUNDED =
                   LOT-TAB-IR-ANO(LOT-WS-IND)
                   * SRT-PARTICIPACAO / 100
               MOVE SPACES TO LINHA-INFORME
               STRING '  CONTA ' DELIMITED BY SIZE
                      SRT-CONTA DELIMITED BY SIZE
                      ' LOTE ' DELIMITED BY SIZE
                      LOT-TAB-SEQ(LOT-WS-IND) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-DATA-ED DELIMITED BY SIZE
                      ' JUROS ' DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      ' IR ' DELIMITED BY SIZE
                      WRK-IR-ED DELIMITED BY SIZE
                      INTO LINHA-INFORME
               WRITE LINHA-INFORME
           END-IF.

       IMPRIMIR-LOTE-INFORME-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * FECHAR-INFORME-CORRENTE                                   *
      * TOTAIS DO INFORME DO CPF ANTERIOR, SE HOUVER.             *

           COPY 'RUNDATEP.CPY'.
           COPY 'RPTHDRP.CPY'.
           COPY 'LOTEP.CPY'.
           COPY 'COTITP.CPY'.
           COPY 'RUNSTATSP.CPY' REPLACING ==STATS-PROGRAM-ID==
               BY =='ATIVIDADE05J'==.
