       IDENTIFICATION DIVISION.
       PROGRAM-ID. ICMSLIVR.
      **********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = KIVIA(ALURA) KIVIAAL
      *OBJETIVO: LIVRO DE APURACAO MENSAL DO ICMS POR UF NO
      *FECHAMENTO MENSAL - FECHA O MES ANTERIOR AO DA EXECUCAO
      *(AS VENDAS DO ULTIMO DIA UTIL SO SAO APURADAS NA NOITE
      *SEGUINTE E O IMPOSTO DO MES E RECOLHIDO NO MES SEGUINTE).
      *SOMA POR UF OS DEBITOS DAS VENDAS (ICMSMOV TIPO D, GRAVADOS
      *PELA APURACAO NOTURNA PROGCOB15I) E OS CREDITOS DAS NOTAS
      *DE ENTRADA (ICMSMOV TIPO C, GRAVADOS PELO ENTRMERC), SOMA
      *AOS CREDITOS O SALDO CREDOR TRANSPORTADO DO MES ANTERIOR NO
      *ICMSLIV E COMPENSA COM OS DEBITOS: SOBRANDO DEBITO, A
      *DIFERENCA E O IMPOSTO A RECOLHER; SOBRANDO CREDITO, O SALDO
      *CREDOR E TRANSPORTADO PARA O MES SEGUINTE. NO JORNAL: O
      *CREDITO DO MES EM DEBITO ICMS-RECUPER X CREDITO ESTOQUE
      *(A MERCADORIA ENTROU PELO CUSTO LIQUIDO DO ICMS) E A PARTE
      *COMPENSADA EM DEBITO ICMS-A-PAGAR X CREDITO ICMS-RECUPER,
      *FICANDO EM ICMS-A-PAGAR SO O IMPOSTO A RECOLHER. O MES E UF
      *FICAM GRAVADOS NO ICMSLIV E A RERODADA DO MESMO MES SO LANCA
      *A DIFERENCA PARA O QUE JA FOI LANCADO, COMO O PROGCOB15T.
      *LIVRO IMPRESSO EM ICMSLREL E UFS APURADAS EM RUN-STATS.
      *DATA   = 02/05/22
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
           SELECT ICMS-MOVIMENTO ASSIGN TO "ICMSMOV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-IMOV-STATUS.

           SELECT ICMS-APURACAO ASSIGN TO "ICMSLIV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IAP-CHAVE
               FILE STATUS IS WRK-IAP-STATUS.

           SELECT RELATORIO-LIVRO ASSIGN TO "ICMSLREL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.

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

           SELECT RUN-STATS ASSIGN TO "RUNSTATS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATS-WS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ICMS-MOVIMENTO.
           COPY 'ICMSMOV.CPY'.

       FD  ICMS-APURACAO.
           COPY 'ICMSLIV.CPY'.

       FD  RELATORIO-LIVRO.
       01  LINHA-LIVRO         PIC X(80).

       FD  JORNAL-EXTRATO.
           COPY 'JORNAL.CPY'.

       FD  PERIODO-CONTABIL.
           COPY 'PERCTL.CPY'.

       FD  JORNAL-RETIDO.
           COPY 'JRNHELD.CPY'.

       FD  PLANO-CONTAS.
           COPY 'PLCONTAS.CPY'.

       FD  RUN-STATS.
           COPY 'RUNSTATS.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'RUNSTATSW.CPY'.
           COPY 'JORNALW.CPY'.
       77 WRK-IMOV-STATUS PIC X(02) VALUE ZEROS.
           88 IMOV-OK VALUE '00'.
           88 IMOV-FIM VALUE '10'.
           88 IMOV-NAO-ENCONTRADO VALUE '35'.
       77 WRK-IAP-STATUS PIC X(02) VALUE ZEROS.
           88 IAP-OK VALUE '00'.
           88 IAP-FIM VALUE '10'.
           88 IAP-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-REL-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-IMOV-ABERTO PIC X(01) VALUE 'N'.
           88 IMOV-ABERTO VALUE 'S'.

      *MES FECHADO (ANTERIOR AO DA EXECUCAO) E O MES DO SALDO
      *CREDOR TRANSPORTADO
       77 WRK-ANOMES PIC 9(06) VALUE ZEROS.
       77 WRK-ANOMES-ANT PIC 9(06) VALUE ZEROS.
       77 WRK-ANO PIC 9(04) VALUE ZEROS.
       77 WRK-MES PIC 9(02) VALUE ZEROS.
       77 WRK-ANOMES-MOV PIC 9(06) VALUE ZEROS.
       77 WRK-UF-PROCURADA PIC X(02) VALUE SPACES.

      *LIVRO DO MES POR UF - VALORES APURADOS AGORA E O QUE JA
      *FOI LANCADO NO JORNAL POR UMA EXECUCAO ANTERIOR DO MES
       77 WRK-QTD-UFS PIC 9(02) VALUE ZEROS.
       77 WRK-IND-UF PIC 9(02) VALUE ZEROS.
       77 WRK-IND-ACHADO PIC 9(02) VALUE ZEROS.
       77 WRK-ACHOU-UF PIC X(01) VALUE 'N'.
           88 UF-NA-TABELA VALUE 'S'.
       01 TAB-LIVRO.
           05 TAB-LIV-LINHA OCCURS 27 TIMES.
               10 TAB-LIV-UF          PIC X(02).
               10 TAB-LIV-DEBITOS     PIC 9(09)V99.
               10 TAB-LIV-CREDITOS    PIC 9(09)V99.
               10 TAB-LIV-SALDO-ANT   PIC 9(09)V99.
               10 TAB-LIV-COMPENSADO  PIC 9(09)V99.
               10 TAB-LIV-A-RECOLHER  PIC 9(09)V99.
               10 TAB-LIV-SALDO-CRED  PIC 9(09)V99.
               10 TAB-LIV-CRED-LANC   PIC 9(09)V99.
               10 TAB-LIV-COMP-LANC   PIC 9(09)V99.
               10 TAB-LIV-GRAVADO     PIC X(01).
                   88 TAB-LIV-JA-GRAVADO VALUE 'S'.

       77 WRK-CREDITO-TOTAL PIC 9(09)V99 VALUE ZEROS.
       77 WRK-DIFERENCA PIC S9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-JRN PIC 9(09)V99 VALUE ZEROS.
       77 WRK-CONTA-DEBITO PIC X(12) VALUE SPACES.
       77 WRK-CONTA-CREDITO PIC X(12) VALUE SPACES.

       77 WRK-QTD-MOVIMENTOS PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-FORA-MES PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-SEM-UF PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-DEBITOS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-CREDITOS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-SALDO-ANT PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-COMPENSADO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-A-RECOLHER PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-SALDO-CRED PIC 9(11)V99 VALUE ZEROS.

       77 WRK-ANOMES-ED PIC 9999/99 VALUE ZEROS.
           COPY 'MONEY.CPY' REPLACING ==MONEY-FIELD-NAME==
               BY ==WRK-VALOR-ED==.
       77 WRK-ROTULO PIC X(33) VALUE SPACES.
           COPY 'RUNDATE.CPY'.
           COPY 'RPTHDR.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0002-INICIALIZAR.
           PERFORM 0003-PROCESSAR UNTIL IMOV-FIM.
           PERFORM 0004-FINALIZAR.

           STOP RUN.

       0002-INICIALIZAR.

           PERFORM OBTER-DATA-EXECUCAO.
           COMPUTE WRK-ANOMES = RUNDATE-HOJE / 100.
           PERFORM RECUAR-UM-MES.
           MOVE WRK-ANOMES-ANT TO WRK-ANOMES.
           PERFORM RECUAR-UM-MES.
           MOVE ZEROS TO WRK-QTD-UFS.

           OPEN INPUT ICMS-MOVIMENTO.
           IF IMOV-NAO-ENCONTRADO
               DISPLAY 'ARQUIVO DE MOVIMENTOS DE ICMS (ICMSMOV) NAO '
                       'ENCONTRADO - SO SALDOS TRANSPORTADOS.'
               SET IMOV-FIM TO TRUE
           ELSE
               MOVE 'S' TO WRK-IMOV-ABERTO
               READ ICMS-MOVIMENTO
                   AT END
                       SET IMOV-FIM TO TRUE
               END-READ
           END-IF.

       0003-PROCESSAR.

           ADD 1 TO WRK-QTD-MOVIMENTOS.
           COMPUTE WRK-ANOMES-MOV = IMOV-DATA / 100.
           IF WRK-ANOMES-MOV NOT = WRK-ANOMES
               ADD 1 TO WRK-QTD-FORA-MES
           ELSE
               MOVE IMOV-UF TO WRK-UF-PROCURADA
               PERFORM LOCALIZAR-UF THRU LOCALIZAR-UF-EXIT
               IF UF-NA-TABELA
                   IF IMOV-DEBITO
                       ADD IMOV-VALOR TO TAB-LIV-DEBITOS(WRK-IND-UF)
                   ELSE
                       ADD IMOV-VALOR TO TAB-LIV-CREDITOS(WRK-IND-UF)
                   END-IF
               END-IF
           END-IF.

           READ ICMS-MOVIMENTO
               AT END
                   SET IMOV-FIM TO TRUE
           END-READ.

       0004-FINALIZAR.

           IF IMOV-ABERTO
               CLOSE ICMS-MOVIMENTO
           END-IF.
           PERFORM ABRIR-ICMS-APURACAO.
           PERFORM LER-LIVRO-GRAVADO.
           PERFORM APURAR-UF
               VARYING WRK-IND-UF FROM 1 BY 1
               UNTIL WRK-IND-UF > WRK-QTD-UFS.
           CLOSE ICMS-APURACAO.
           PERFORM FECHAR-JORNAL.
           PERFORM IMPRIMIR-LIVRO.

           MOVE WRK-ANOMES TO WRK-ANOMES-ED.
           DISPLAY 'ICMSLIVR' '   DATA: ' RUNDATE-HOJE-ED
                   '   MES APURADO: ' WRK-ANOMES-ED.
           DISPLAY 'MOVIMENTOS LIDOS..: ' WRK-QTD-MOVIMENTOS.
           DISPLAY 'FORA DO MES.......: ' WRK-QTD-FORA-MES.
           DISPLAY 'UFS APURADAS......: ' WRK-QTD-UFS.
           IF WRK-QTD-SEM-UF > ZEROS
               DISPLAY 'UFS ALEM DO LIMITE: ' WRK-QTD-SEM-UF
           END-IF.
           MOVE WRK-TOT-A-RECOLHER TO WRK-VALOR-ED.
           DISPLAY 'ICMS A RECOLHER...: ' WRK-VALOR-ED.
           MOVE WRK-TOT-SALDO-CRED TO WRK-VALOR-ED.
           DISPLAY 'SALDO CREDOR......: ' WRK-VALOR-ED.
           DISPLAY 'LIVRO GRAVADO EM ICMSLREL.'.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

           MOVE WRK-QTD-UFS TO STATS-REGISTROS.
           PERFORM GRAVAR-RUNSTATS.

      *----------------------------------------------------------*
      * RECUAR-UM-MES                                             *
      * WRK-ANOMES-ANT = MES ANTERIOR A WRK-ANOMES.               *
      *----------------------------------------------------------*
       RECUAR-UM-MES.
           COMPUTE WRK-ANO = WRK-ANOMES / 100.
           COMPUTE WRK-MES = WRK-ANOMES - WRK-ANO * 100.
           IF WRK-MES = 1
               MOVE 12 TO WRK-MES
               SUBTRACT 1 FROM WRK-ANO
           ELSE
               SUBTRACT 1 FROM WRK-MES
           END-IF.
           COMPUTE WRK-ANOMES-ANT = WRK-ANO * 100 + WRK-MES.

       RECUAR-UM-MES-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LOCALIZAR-UF                                              *
      * POSICIONA WRK-IND-UF NA LINHA DA UF PROCURADA, CRIANDO A  *
      * LINHA ZERADA SE PRECISO. SEM ESPACO NA TABELA A UF FICA   *
      * FORA (UF-NA-TABELA DESLIGADO) E E CONTADA.                *
      *----------------------------------------------------------*
       LOCALIZAR-UF.

           MOVE 'N' TO WRK-ACHOU-UF.
           PERFORM COMPARAR-UF
               VARYING WRK-IND-UF FROM 1 BY 1
               UNTIL WRK-IND-UF > WRK-QTD-UFS
                   OR UF-NA-TABELA.
           IF UF-NA-TABELA
               MOVE WRK-IND-ACHADO TO WRK-IND-UF
               GO TO LOCALIZAR-UF-EXIT
           END-IF.
           IF WRK-QTD-UFS NOT < 27
               ADD 1 TO WRK-QTD-SEM-UF
               GO TO LOCALIZAR-UF-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-UFS.
           MOVE WRK-QTD-UFS TO WRK-IND-UF.
           MOVE WRK-UF-PROCURADA TO TAB-LIV-UF(WRK-IND-UF).
           MOVE ZEROS TO TAB-LIV-DEBITOS(WRK-IND-UF).
           MOVE ZEROS TO TAB-LIV-CREDITOS(WRK-IND-UF).
           MOVE ZEROS TO TAB-LIV-SALDO-ANT(WRK-IND-UF).
           MOVE ZEROS TO TAB-LIV-COMPENSADO(WRK-IND-UF).
           MOVE ZEROS TO TAB-LIV-A-RECOLHER(WRK-IND-UF).
           MOVE ZEROS TO TAB-LIV-SALDO-CRED(WRK-IND-UF).
           MOVE ZEROS TO TAB-LIV-CRED-LANC(WRK-IND-UF).
           MOVE ZEROS TO TAB-LIV-COMP-LANC(WRK-IND-UF).
           MOVE 'N' TO TAB-LIV-GRAVADO(WRK-IND-UF).
           MOVE 'S' TO WRK-ACHOU-UF.

       LOCALIZAR-UF-EXIT.
           EXIT.

       COMPARAR-UF.
           IF TAB-LIV-UF(WRK-IND-UF) = WRK-UF-PROCURADA
               MOVE 'S' TO WRK-ACHOU-UF
               MOVE WRK-IND-UF TO WRK-IND-ACHADO
           END-IF.

       COMPARAR-UF-EXIT.
           EXIT.

       ABRIR-ICMS-APURACAO.
           OPEN I-O ICMS-APURACAO.
           IF IAP-NAO-ENCONTRADO
               OPEN OUTPUT ICMS-APURACAO
               CLOSE ICMS-APURACAO
               OPEN I-O ICMS-APURACAO
           END-IF.

       ABRIR-ICMS-APURACAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LER-LIVRO-GRAVADO                                         *
      * LE NO ICMSLIV O MES ANTERIOR (SALDO CREDOR TRANSPORTADO)  *
      * E O PROPRIO MES, SE O PASSO ESTA SENDO RERODADO (VALORES  *
      * JA LANCADOS NO JORNAL). UF QUE SO TEM SALDO OU SO TEM O   *
      * REGISTRO ANTERIOR ENTRA NA TABELA PARA SER APURADA.       *
      *----------------------------------------------------------*
       LER-LIVRO-GRAVADO.
           MOVE WRK-ANOMES-ANT TO IAP-ANOMES.
           MOVE LOW-VALUES TO IAP-UF.
           START ICMS-APURACAO KEY IS NOT < IAP-CHAVE
               INVALID KEY
                   SET IAP-FIM TO TRUE
           END-START.
           PERFORM VARRER-LIVRO-GRAVADO UNTIL IAP-FIM.

       LER-LIVRO-GRAVADO-EXIT.
           EXIT.

       VARRER-LIVRO-GRAVADO.
           READ ICMS-APURACAO NEXT RECORD
               AT END
                   SET IAP-FIM TO TRUE
           END-READ.
           IF NOT IAP-FIM
               IF IAP-ANOMES > WRK-ANOMES
                   SET IAP-FIM TO TRUE
               ELSE
                   PERFORM CARREGAR-LIVRO-GRAVADO
                       THRU CARREGAR-LIVRO-GRAVADO-EXIT
               END-IF
           END-IF.

       VARRER-LIVRO-GRAVADO-EXIT.
           EXIT.

       CARREGAR-LIVRO-GRAVADO.
           IF IAP-ANOMES = WRK-ANOMES-ANT
               AND IAP-SALDO-CREDOR = ZEROS
               GO TO CARREGAR-LIVRO-GRAVADO-EXIT
           END-IF.
           MOVE IAP-UF TO WRK-UF-PROCURADA.
           PERFORM LOCALIZAR-UF THRU LOCALIZAR-UF-EXIT.
           IF NOT UF-NA-TABELA
               GO TO CARREGAR-LIVRO-GRAVADO-EXIT
           END-IF.
           IF IAP-ANOMES = WRK-ANOMES-ANT
               MOVE IAP-SALDO-CREDOR TO TAB-LIV-SALDO-ANT(WRK-IND-UF)
           ELSE
               MOVE 'S' TO TAB-LIV-GRAVADO(WRK-IND-UF)
               MOVE IAP-CREDITOS TO TAB-LIV-CRED-LANC(WRK-IND-UF)
               MOVE IAP-COMPENSADO TO TAB-LIV-COMP-LANC(WRK-IND-UF)
           END-IF.

       CARREGAR-LIVRO-GRAVADO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * APURAR-UF                                                 *
      * COMPENSA OS DEBITOS COM OS CREDITOS DO MES MAIS O SALDO   *
      * CREDOR ANTERIOR, LANCA NO JORNAL A DIFERENCA PARA O QUE   *
      * JA FOI LANCADO E GRAVA (OU REGRAVA) O LIVRO DA UF.        *
      *----------------------------------------------------------*
       APURAR-UF.
           COMPUTE WRK-CREDITO-TOTAL =
               TAB-LIV-CREDITOS(WRK-IND-UF)
               + TAB-LIV-SALDO-ANT(WRK-IND-UF).
           IF TAB-LIV-DEBITOS(WRK-IND-UF) > WRK-CREDITO-TOTAL
               COMPUTE TAB-LIV-A-RECOLHER(WRK-IND-UF) =
                   TAB-LIV-DEBITOS(WRK-IND-UF) - WRK-CREDITO-TOTAL
               MOVE ZEROS TO TAB-LIV-SALDO-CRED(WRK-IND-UF)
           ELSE
               MOVE ZEROS TO TAB-LIV-A-RECOLHER(WRK-IND-UF)
               COMPUTE TAB-LIV-SALDO-CRED(WRK-IND-UF) =
                   WRK-CREDITO-TOTAL - TAB-LIV-DEBITOS(WRK-IND-UF)
           END-IF.
           COMPUTE TAB-LIV-COMPENSADO(WRK-IND-UF) =
               TAB-LIV-DEBITOS(WRK-IND-UF)
               - TAB-LIV-A-RECOLHER(WRK-IND-UF).

           MOVE SPACES TO JRN-HISTORICO.
           MOVE WRK-ANOMES TO WRK-ANOMES-ED.
           STRING 'APURACAO ICMS ' DELIMITED BY SIZE
                  WRK-ANOMES-ED DELIMITED BY SIZE
                  ' UF ' DELIMITED BY SIZE
                  TAB-LIV-UF(WRK-IND-UF) DELIMITED BY SIZE
                  INTO JRN-HISTORICO.
           COMPUTE WRK-DIFERENCA =
               TAB-LIV-CREDITOS(WRK-IND-UF)
               - TAB-LIV-CRED-LANC(WRK-IND-UF).
           MOVE 'ICMS-RECUPER' TO WRK-CONTA-DEBITO.
           MOVE 'ESTOQUE' TO WRK-CONTA-CREDITO.
           PERFORM LANCAR-DIFERENCA THRU LANCAR-DIFERENCA-EXIT.
           COMPUTE WRK-DIFERENCA =
               TAB-LIV-COMPENSADO(WRK-IND-UF)
               - TAB-LIV-COMP-LANC(WRK-IND-UF).
           MOVE 'ICMS-A-PAGAR' TO WRK-CONTA-DEBITO.
           MOVE 'ICMS-RECUPER' TO WRK-CONTA-CREDITO.
           PERFORM LANCAR-DIFERENCA THRU LANCAR-DIFERENCA-EXIT.

           PERFORM GRAVAR-LIVRO-UF.

           ADD TAB-LIV-DEBITOS(WRK-IND-UF) TO WRK-TOT-DEBITOS.
           ADD TAB-LIV-CREDITOS(WRK-IND-UF) TO WRK-TOT-CREDITOS.
           ADD TAB-LIV-SALDO-ANT(WRK-IND-UF) TO WRK-TOT-SALDO-ANT.
           ADD TAB-LIV-COMPENSADO(WRK-IND-UF) TO WRK-TOT-COMPENSADO.
           ADD TAB-LIV-A-RECOLHER(WRK-IND-UF) TO WRK-TOT-A-RECOLHER.
           ADD TAB-LIV-SALDO-CRED(WRK-IND-UF) TO WRK-TOT-SALDO-CRED.

       APURAR-UF-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LANCAR-DIFERENCA                                          *
      * PAR DEBITO/CREDITO DA DIFERENCA; NEGATIVA (RERODADA COM   *
      * VALOR MENOR) INVERTE AS CONTAS.                           *
      *----------------------------------------------------------*
       LANCAR-DIFERENCA.
           IF WRK-DIFERENCA = ZEROS
               GO TO LANCAR-DIFERENCA-EXIT
           END-IF.
           MOVE ZEROS TO JRN-LOTE.
           IF WRK-DIFERENCA > ZEROS
               MOVE WRK-DIFERENCA TO WRK-VALOR-JRN
               MOVE WRK-CONTA-DEBITO TO JRN-CONTA
               SET JRN-DEBITO TO TRUE
               MOVE WRK-VALOR-JRN TO JRN-VALOR
               PERFORM GRAVAR-JORNAL
               MOVE WRK-CONTA-CREDITO TO JRN-CONTA
               SET JRN-CREDITO TO TRUE
               MOVE WRK-VALOR-JRN TO JRN-VALOR
               PERFORM GRAVAR-JORNAL
           ELSE
               COMPUTE WRK-VALOR-JRN = WRK-DIFERENCA * -1
               MOVE WRK-CONTA-CREDITO TO JRN-CONTA
               SET JRN-DEBITO TO TRUE
               MOVE WRK-VALOR-JRN TO JRN-VALOR
               PERFORM GRAVAR-JORNAL
               MOVE WRK-CONTA-DEBITO TO JRN-CONTA
               SET JRN-CREDITO TO TRUE
               MOVE WRK-VALOR-JRN TO JRN-VALOR
               PERFORM GRAVAR-JORNAL
           END-IF.

       LANCAR-DIFERENCA-EXIT.
           EXIT.

       GRAVAR-LIVRO-UF.
           MOVE WRK-ANOMES TO IAP-ANOMES.
           MOVE TAB-LIV-UF(WRK-IND-UF) TO IAP-UF.
           MOVE TAB-LIV-DEBITOS(WRK-IND-UF) TO IAP-DEBITOS.
           MOVE TAB-LIV-CREDITOS(WRK-IND-UF) TO IAP-CREDITOS.
           MOVE TAB-LIV-SALDO-ANT(WRK-IND-UF) TO IAP-SALDO-ANTERIOR.
           MOVE TAB-LIV-COMPENSADO(WRK-IND-UF) TO IAP-COMPENSADO.
           MOVE TAB-LIV-A-RECOLHER(WRK-IND-UF) TO IAP-A-RECOLHER.
           MOVE TAB-LIV-SALDO-CRED(WRK-IND-UF) TO IAP-SALDO-CREDOR.
           MOVE RUNDATE-HOJE TO IAP-DATA-APURACAO.
           IF TAB-LIV-JA-GRAVADO(WRK-IND-UF)
               REWRITE REG-ICMS-APURACAO
           ELSE
               WRITE REG-ICMS-APURACAO
           END-IF.

       GRAVAR-LIVRO-UF-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * IMPRIMIR-LIVRO                                            *
      * UM QUADRO POR UF COM DEBITOS, CREDITOS, SALDO ANTERIOR,   *
      * COMPENSACAO, IMPOSTO A RECOLHER E SALDO A TRANSPORTAR, E  *
      * O QUADRO DE TOTAIS DO MES.                                *
      *----------------------------------------------------------*
       IMPRIMIR-LIVRO.
           OPEN OUTPUT RELATORIO-LIVRO.
           MOVE 'LIVRO DE APURACAO DO ICMS' TO RPT-HDR-TITULO.
           PERFORM MONTAR-CABECALHO-RELATORIO.
           MOVE RPT-HDR-LINHA TO LINHA-LIVRO.
           WRITE LINHA-LIVRO.
           MOVE WRK-ANOMES TO WRK-ANOMES-ED.
           MOVE SPACES TO LINHA-LIVRO.
           STRING 'PERIODO DE APURACAO: ' DELIMITED BY SIZE
                  WRK-ANOMES-ED DELIMITED BY SIZE
                  INTO LINHA-LIVRO.
           WRITE LINHA-LIVRO.
           PERFORM IMPRIMIR-UF
               VARYING WRK-IND-UF FROM 1 BY 1
               UNTIL WRK-IND-UF > WRK-QTD-UFS.

           MOVE SPACES TO LINHA-LIVRO.
           WRITE LINHA-LIVRO.
           MOVE 'TOTAL DO MES' TO LINHA-LIVRO.
           WRITE LINHA-LIVRO.
           MOVE 'DEBITOS (SAIDAS)...............:' TO WRK-ROTULO.
           MOVE WRK-TOT-DEBITOS TO WRK-VALOR-ED.
           PERFORM IMPRIMIR-VALOR.
           MOVE 'CREDITOS (ENTRADAS)............:' TO WRK-ROTULO.
           MOVE WRK-TOT-CREDITOS TO WRK-VALOR-ED.
           PERFORM IMPRIMIR-VALOR.
           MOVE 'SALDO CREDOR ANTERIOR..........:' TO WRK-ROTULO.
           MOVE WRK-TOT-SALDO-ANT TO WRK-VALOR-ED.
           PERFORM IMPRIMIR-VALOR.
           MOVE 'DEBITOS COMPENSADOS............:' TO WRK-ROTULO.
           MOVE WRK-TOT-COMPENSADO TO WRK-VALOR-ED.
           PERFORM IMPRIMIR-VALOR.
           MOVE 'ICMS A RECOLHER................:' TO WRK-ROTULO.
           MOVE WRK-TOT-A-RECOLHER TO WRK-VALOR-ED.
           PERFORM IMPRIMIR-VALOR.
           MOVE 'SALDO CREDOR A TRANSPORTAR.....:' TO WRK-ROTULO.
           MOVE WRK-TOT-SALDO-CRED TO WRK-VALOR-ED.
           PERFORM IMPRIMIR-VALOR.
           IF WRK-QTD-SEM-UF > ZEROS
               MOVE SPACES TO LINHA-LIVRO
               STRING 'UFS ALEM DO LIMITE DA TABELA (NAO APURADAS): '
                      DELIMITED BY SIZE
                      WRK-QTD-SEM-UF DELIMITED BY SIZE
                      INTO LINHA-LIVRO
               WRITE LINHA-LIVRO
           END-IF.
           CLOSE RELATORIO-LIVRO.

       IMPRIMIR-LIVRO-EXIT.
           EXIT.

       IMPRIMIR-UF.
           MOVE SPACES TO LINHA-LIVRO.
           WRITE LINHA-LIVRO.
           MOVE SPACES TO LINHA-LIVRO.
           STRING 'UF: ' DELIMITED BY SIZE
                  TAB-LIV-UF(WRK-IND-UF) DELIMITED BY SIZE
                  INTO LINHA-LIVRO.
           WRITE LINHA-LIVRO.
           MOVE 'DEBITOS (SAIDAS)...............:' TO WRK-ROTULO.
           MOVE TAB-LIV-DEBITOS(WRK-IND-UF) TO WRK-VALOR-ED.
           PERFORM IMPRIMIR-VALOR.
           MOVE 'CREDITOS (ENTRADAS)............:' TO WRK-ROTULO.
           MOVE TAB-LIV-CREDITOS(WRK-IND-UF) TO WRK-VALOR-ED.
           PERFORM IMPRIMIR-VALOR.
           MOVE 'SALDO CREDOR ANTERIOR..........:' TO WRK-ROTULO.
           MOVE TAB-LIV-SALDO-ANT(WRK-IND-UF) TO WRK-VALOR-ED.
           PERFORM IMPRIMIR-VALOR.
           MOVE 'DEBITOS COMPENSADOS............:' TO WRK-ROTULO.
           MOVE TAB-LIV-COMPENSADO(WRK-IND-UF) TO WRK-VALOR-ED.
           PERFORM IMPRIMIR-VALOR.
           MOVE 'ICMS A RECOLHER................:' TO WRK-ROTULO.
           MOVE TAB-LIV-A-RECOLHER(WRK-IND-UF) TO WRK-VALOR-ED.
           PERFORM IMPRIMIR-VALOR.
           MOVE 'SALDO CREDOR A TRANSPORTAR.....:' TO WRK-ROTULO.
           MOVE TAB-LIV-SALDO-CRED(WRK-IND-UF) TO WRK-VALOR-ED.
           PERFORM IMPRIMIR-VALOR.

       IMPRIMIR-UF-EXIT.
           EXIT.

       IMPRIMIR-VALOR.
           MOVE SPACES TO LINHA-LIVRO.
           STRING '   ' DELIMITED BY SIZE
                  WRK-ROTULO DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  INTO LINHA-LIVRO.
           WRITE LINHA-LIVRO.

       IMPRIMIR-VALOR-EXIT.
           EXIT.

           COPY 'RUNDATEP.CPY'.
           COPY 'RPTHDRP.CPY'.
           COPY 'JORNALP.CPY' REPLACING ==JRN-PROGRAM-ID==
               BY =='ICMSLIVR'==.
           COPY 'RUNSTATSP.CPY' REPLACING ==STATS-PROGRAM-ID==
               BY =='ICMSLIVR'==.
