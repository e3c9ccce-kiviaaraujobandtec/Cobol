       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB15T.
      **********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = KIVIA(ALURA) KIVIAAL
      *OBJETIVO: PROVISAO PARA DEVEDORES DUVIDOSOS (PDD) NO
      *FECHAMENTO MENSAL - LE O ARQUIVO RECEB E CLASSIFICA O
      *VALOR CONTABIL DE CADA PARCELA ABERTA (SALDO MENOS A PARTE
      *FINANCEIRA AINDA NAO RECEBIDA) PELA IDADE DO VENCIMENTO:
      *A VENCER, ATE 30 DIAS, 31-60, 61-90, 91-180 E MAIS DE 180
      *DIAS DE ATRASO. CADA FAIXA E PROVISIONADA PELO PERCENTUAL
      *DE PARAMETROS (PDD-PCT-AVENCER, PDD-PCT-ATE30, -ATE60,
      *-ATE90, -ATE180 E PDD-PCT-MAIS180; PADRAO 0, 1, 3, 10, 50
      *E 100%). A PROVISAO DO MES E COMPARADA COM A DO ULTIMO
      *FECHAMENTO GRAVADO NO PDDHIST E SO A VARIACAO VAI PARA O
      *JORNAL: AUMENTO EM DEBITO DESPESA-PDD X CREDITO PDD,
      *REDUCAO EM DEBITO PDD X CREDITO REVERSAO-PDD. PARCELAS
      *BAIXADAS COMO PERDA (RECPERDA) SAEM DA BASE E SUA PROVISAO
      *E REVERTIDA AQUI. A RERODADA NO MESMO MES SO LANCA A
      *DIFERENCA PARA O QUE JA FOI LANCADO. DEMONSTRATIVO EM
      *PDDREL E PARCELAS ABERTAS EM RUN-STATS. A CONTAGEM DE DIAS
      *USA A DATA CORRIDA (FUNCTION INTEGER-OF-DATE), COMO O
      *AGING PROGCOB15L.
      *DATA   = 25/04/22
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
           SELECT CONTAS-RECEBER ASSIGN TO "RECEB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-CHAVE
               FILE STATUS IS WRK-REC-STATUS.

           SELECT PDD-HISTORICO ASSIGN TO "PDDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PDD-ANOMES
               FILE STATUS IS WRK-PDD-STATUS.

           SELECT RELATORIO-PDD ASSIGN TO "PDDREL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.

           SELECT PARAMETROS ASSIGN TO "PARAMETR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARM-CHAVE
               FILE STATUS IS PARM-WS-STATUS.

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
       FD  CONTAS-RECEBER.
           COPY 'RECEB.CPY'.

       FD  PDD-HISTORICO.
           COPY 'PDDHIST.CPY'.

       FD  RELATORIO-PDD.
       01  LINHA-PDD           PIC X(80).

       FD  PARAMETROS.
           COPY 'PARAMETROS.CPY'.

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
           COPY 'PARAMETROSW.CPY'.
       77 WRK-REC-STATUS PIC X(02) VALUE ZEROS.
           88 REC-OK VALUE '00'.
           88 REC-FIM VALUE '10'.
           88 REC-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-PDD-STATUS PIC X(02) VALUE ZEROS.
           88 PDD-OK VALUE '00'.
           88 PDD-FIM VALUE '10'.
           88 PDD-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-REL-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-MES-GRAVADO PIC X(01) VALUE 'N'.
           88 MES-JA-GRAVADO VALUE 'S'.

       77 WRK-ANOMES PIC 9(06) VALUE ZEROS.
       77 WRK-DIAS-HOJE PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-VENC PIC 9(07) VALUE ZEROS.
       77 WRK-ATRASO PIC S9(05) VALUE ZEROS.
       77 WRK-FAIXA PIC 9(01) VALUE ZEROS.
       77 WRK-FINANCEIRO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-CONTABIL PIC 9(07)V99 VALUE ZEROS.

       77 WRK-QTD-ABERTAS PIC 9(05) VALUE ZEROS.
       77 WRK-BASE-TOTAL PIC 9(09)V99 VALUE ZEROS.
       77 WRK-PROVISAO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-PROVISAO-LANCADA PIC 9(09)V99 VALUE ZEROS.
       77 WRK-PROVISAO-ANTERIOR PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VARIACAO PIC S9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-JRN PIC 9(09)V99 VALUE ZEROS.

      *FAIXAS DE ATRASO COM O CODIGO DO PARAMETRO DO PERCENTUAL,
      *O PERCENTUAL EM VIGOR E OS ACUMULADOS DO MES
       01 TAB-PDD.
           05 TAB-PDD-LINHA OCCURS 6 TIMES.
               10 TAB-PDD-CODIGO    PIC X(17).
               10 TAB-PDD-DESCRICAO PIC X(14).
               10 TAB-PDD-PCT       PIC 9(03)V99.
               10 TAB-PDD-BASE      PIC 9(09)V99.
               10 TAB-PDD-PROVISAO  PIC 9(09)V99.

       77 WRK-PCT-ED PIC ZZ9,99 VALUE ZEROS.
           COPY 'MONEY.CPY' REPLACING ==MONEY-FIELD-NAME==
               BY ==WRK-VALOR-ED==.
           COPY 'MONEY.CPY' REPLACING ==MONEY-FIELD-NAME==
               BY ==WRK-PROV-ED==.
           COPY 'MONEYS.CPY' REPLACING ==MONEY-FIELD-NAME==
               BY ==WRK-VARIACAO-ED==.
           COPY 'RUNDATE.CPY'.
           COPY 'RPTHDR.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0002-INICIALIZAR.
           PERFORM 0003-PROCESSAR UNTIL REC-FIM.
           PERFORM 0004-FINALIZAR.

           STOP RUN.

       0002-INICIALIZAR.

           PERFORM OBTER-DATA-EXECUCAO.
           COMPUTE WRK-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE(RUNDATE-HOJE).
           COMPUTE WRK-ANOMES = RUNDATE-HOJE / 100.

           MOVE 'PDD-PCT-AVENCER' TO TAB-PDD-CODIGO(1).
           MOVE 'A VENCER......' TO TAB-PDD-DESCRICAO(1).
           MOVE ZEROS TO TAB-PDD-PCT(1).
           MOVE 'PDD-PCT-ATE30' TO TAB-PDD-CODIGO(2).
           MOVE 'ATE 30 DIAS...' TO TAB-PDD-DESCRICAO(2).
           MOVE 1 TO TAB-PDD-PCT(2).
           MOVE 'PDD-PCT-ATE60' TO TAB-PDD-CODIGO(3).
           MOVE '31 A 60 DIAS..' TO TAB-PDD-DESCRICAO(3).
           MOVE 3 TO TAB-PDD-PCT(3).
           MOVE 'PDD-PCT-ATE90' TO TAB-PDD-CODIGO(4).
           MOVE '61 A 90 DIAS..' TO TAB-PDD-DESCRICAO(4).
           MOVE 10 TO TAB-PDD-PCT(4).
           MOVE 'PDD-PCT-ATE180' TO TAB-PDD-CODIGO(5).
           MOVE '91 A 180 DIAS.' TO TAB-PDD-DESCRICAO(5).
           MOVE 50 TO TAB-PDD-PCT(5).
           MOVE 'PDD-PCT-MAIS180' TO TAB-PDD-CODIGO(6).
           MOVE 'MAIS DE 180...' TO TAB-PDD-DESCRICAO(6).
           MOVE 100 TO TAB-PDD-PCT(6).
           PERFORM CARREGAR-PERCENTUAL
               VARYING WRK-FAIXA FROM 1 BY 1
               UNTIL WRK-FAIXA > 6.
           PERFORM FECHAR-PARAMETROS.

           OPEN INPUT CONTAS-RECEBER.
           IF REC-NAO-ENCONTRADO
               DISPLAY 'ARQUIVO DE RECEBIVEIS (RECEB) NAO '
                       'ENCONTRADO.'
               SET REC-FIM TO TRUE
           ELSE
               READ CONTAS-RECEBER NEXT RECORD
                   AT END
                       SET REC-FIM TO TRUE
               END-READ
           END-IF.

       0003-PROCESSAR.

           IF REC-ABERTA
               ADD 1 TO WRK-QTD-ABERTAS
               PERFORM CLASSIFICAR-PARCELA
           END-IF.

           READ CONTAS-RECEBER NEXT RECORD
               AT END
                   SET REC-FIM TO TRUE
           END-READ.

       0004-FINALIZAR.

           IF NOT REC-NAO-ENCONTRADO
               CLOSE CONTAS-RECEBER
               PERFORM CALCULAR-PROVISAO-FAIXA
                   VARYING WRK-FAIXA FROM 1 BY 1
                   UNTIL WRK-FAIXA > 6
               PERFORM ABRIR-PDD-HISTORICO
               PERFORM LER-ULTIMA-PROVISAO
               COMPUTE WRK-VARIACAO =
                   WRK-PROVISAO - WRK-PROVISAO-LANCADA
               PERFORM IMPRIMIR-DEMONSTRATIVO
               PERFORM LANCAR-JORNAL-PDD THRU LANCAR-JORNAL-PDD-EXIT
               PERFORM GRAVAR-PDD-HISTORICO
               CLOSE PDD-HISTORICO
               PERFORM FECHAR-JORNAL
           END-IF.

           MOVE WRK-VARIACAO TO WRK-VARIACAO-ED.
           DISPLAY 'PROGCOB15T' '   DATA: ' RUNDATE-HOJE-ED.
           DISPLAY 'PARCELAS ABERTAS..: ' WRK-QTD-ABERTAS.
           DISPLAY 'PROVISAO DO MES...: ' WRK-PROVISAO.
           DISPLAY 'VARIACAO LANCADA..: ' WRK-VARIACAO-ED.
           DISPLAY 'RELATORIO GRAVADO EM PDDREL.'.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

           MOVE WRK-QTD-ABERTAS TO STATS-REGISTROS.
           PERFORM GRAVAR-RUNSTATS.

      *----------------------------------------------------------*
      * CARREGAR-PERCENTUAL                                       *
      * PERCENTUAL DA FAIXA EM PARAMETROS; SEM O CODIGO FICA O    *
      * PADRAO. ZERO E UM PERCENTUAL VALIDO, POR ISSO A           *
      * CONFERENCIA E PELA EXISTENCIA DO PARAMETRO.               *
      *----------------------------------------------------------*
       CARREGAR-PERCENTUAL.
           MOVE TAB-PDD-CODIGO(WRK-FAIXA) TO PARM-CODIGO.
           PERFORM LER-PARAMETRO.
           IF PARM-OK
               MOVE PARM-VALOR TO TAB-PDD-PCT(WRK-FAIXA)
           END-IF.

       CARREGAR-PERCENTUAL-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * CLASSIFICAR-PARCELA                                       *
      * VALOR CONTABIL DA PARCELA ABERTA (SALDO MENOS JUROS DO    *
      * PLANO E ENCARGOS AINDA NAO RECEBIDOS) NA FAIXA DE ATRASO. *
      *----------------------------------------------------------*
       CLASSIFICAR-PARCELA.
           MOVE REC-SALDO TO WRK-VALOR-CONTABIL.
           COMPUTE WRK-FINANCEIRO = REC-VALOR-JUROS + REC-ENCARGOS.
           IF WRK-FINANCEIRO > REC-VALOR-PAGO
               COMPUTE WRK-FINANCEIRO =
                   WRK-FINANCEIRO - REC-VALOR-PAGO
               IF WRK-FINANCEIRO < WRK-VALOR-CONTABIL
                   SUBTRACT WRK-FINANCEIRO FROM WRK-VALOR-CONTABIL
               ELSE
                   MOVE ZEROS TO WRK-VALOR-CONTABIL
               END-IF
           END-IF.
           COMPUTE WRK-DIAS-VENC =
               FUNCTION INTEGER-OF-DATE(REC-VENCIMENTO).
           COMPUTE WRK-ATRASO = WRK-DIAS-HOJE - WRK-DIAS-VENC.
           EVALUATE TRUE
               WHEN WRK-ATRASO <= ZEROS
                   MOVE 1 TO WRK-FAIXA
               WHEN WRK-ATRASO <= 30
                   MOVE 2 TO WRK-FAIXA
               WHEN WRK-ATRASO <= 60
                   MOVE 3 TO WRK-FAIXA
               WHEN WRK-ATRASO <= 90
                   MOVE 4 TO WRK-FAIXA
               WHEN WRK-ATRASO <= 180
                   MOVE 5 TO WRK-FAIXA
               WHEN OTHER
                   MOVE 6 TO WRK-FAIXA
           END-EVALUATE.
           ADD WRK-VALOR-CONTABIL TO TAB-PDD-BASE(WRK-FAIXA).
           ADD WRK-VALOR-CONTABIL TO WRK-BASE-TOTAL.

       CLASSIFICAR-PARCELA-EXIT.
           EXIT.

       CALCULAR-PROVISAO-FAIXA.
           COMPUTE TAB-PDD-PROVISAO(WRK-FAIXA) ROUNDED =
               TAB-PDD-BASE(WRK-FAIXA) * TAB-PDD-PCT(WRK-FAIXA)
               / 100.
           ADD TAB-PDD-PROVISAO(WRK-FAIXA) TO WRK-PROVISAO.

       CALCULAR-PROVISAO-FAIXA-EXIT.
           EXIT.

       ABRIR-PDD-HISTORICO.
           OPEN I-O PDD-HISTORICO.
           IF PDD-NAO-ENCONTRADO
               OPEN OUTPUT PDD-HISTORICO
               CLOSE PDD-HISTORICO
               OPEN I-O PDD-HISTORICO
           END-IF.

       ABRIR-PDD-HISTORICO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LER-ULTIMA-PROVISAO                                       *
      * A PROVISAO JA LANCADA E A DO ULTIMO FECHAMENTO GRAVADO -  *
      * O DO PROPRIO MES, SE O PASSO ESTA SENDO RERODADO. A       *
      * PROVISAO ANTERIOR DO DEMONSTRATIVO E SEMPRE A DO MES      *
      * ANTERIOR GRAVADO.                                         *
      *----------------------------------------------------------*
       LER-ULTIMA-PROVISAO.
           MOVE ZEROS TO WRK-PROVISAO-LANCADA.
           MOVE ZEROS TO WRK-PROVISAO-ANTERIOR.
           MOVE 'N' TO WRK-MES-GRAVADO.
           MOVE ZEROS TO PDD-ANOMES.
           START PDD-HISTORICO KEY IS NOT < PDD-ANOMES
               INVALID KEY
                   SET PDD-FIM TO TRUE
           END-START.
           PERFORM VARRER-PDD-HISTORICO UNTIL PDD-FIM.

       LER-ULTIMA-PROVISAO-EXIT.
           EXIT.

       VARRER-PDD-HISTORICO.
           READ PDD-HISTORICO NEXT RECORD
               AT END
                   SET PDD-FIM TO TRUE
           END-READ.
           IF NOT PDD-FIM
               IF PDD-ANOMES > WRK-ANOMES
                   SET PDD-FIM TO TRUE
               ELSE
                   MOVE PDD-PROVISAO TO WRK-PROVISAO-LANCADA
                   IF PDD-ANOMES = WRK-ANOMES
                       SET MES-JA-GRAVADO TO TRUE
                       MOVE PDD-PROVISAO-ANTERIOR
                           TO WRK-PROVISAO-ANTERIOR
                   ELSE
                       MOVE PDD-PROVISAO TO WRK-PROVISAO-ANTERIOR
                   END-IF
               END-IF
           END-IF.

       VARRER-PDD-HISTORICO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * IMPRIMIR-DEMONSTRATIVO                                    *
      * UMA LINHA POR FAIXA (BASE, PERCENTUAL E PROVISAO) E OS    *
      * TOTAIS COM A PROVISAO ANTERIOR E A VARIACAO LANCADA.      *
      *----------------------------------------------------------*
       IMPRIMIR-DEMONSTRATIVO.
           OPEN OUTPUT RELATORIO-PDD.
           MOVE 'PROVISAO PARA DEVEDORES DUVIDOSOS (PDD)'
               TO RPT-HDR-TITULO.
           PERFORM MONTAR-CABECALHO-RELATORIO.
           MOVE RPT-HDR-LINHA TO LINHA-PDD.
           WRITE LINHA-PDD.
           MOVE SPACES TO LINHA-PDD.
           WRITE LINHA-PDD.
           MOVE 'FAIXA DE ATRASO          BASE       %        PROVISAO'
               TO LINHA-PDD.
           WRITE LINHA-PDD.
           PERFORM IMPRIMIR-FAIXA
               VARYING WRK-FAIXA FROM 1 BY 1
               UNTIL WRK-FAIXA > 6.
           MOVE SPACES TO LINHA-PDD.
           WRITE LINHA-PDD.
           MOVE WRK-BASE-TOTAL TO WRK-VALOR-ED.
           MOVE WRK-PROVISAO TO WRK-PROV-ED.
           MOVE SPACES TO LINHA-PDD.
           STRING 'TOTAL.........' DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  '        ' DELIMITED BY SIZE
                  WRK-PROV-ED DELIMITED BY SIZE
                  INTO LINHA-PDD.
           WRITE LINHA-PDD.
           MOVE WRK-PROVISAO-ANTERIOR TO WRK-PROV-ED.
           MOVE SPACES TO LINHA-PDD.
           STRING 'PROVISAO DO FECHAMENTO ANTERIOR: ' DELIMITED BY SIZE
                  WRK-PROV-ED DELIMITED BY SIZE
                  INTO LINHA-PDD.
           WRITE LINHA-PDD.
           MOVE WRK-VARIACAO TO WRK-VARIACAO-ED.
           MOVE SPACES TO LINHA-PDD.
           STRING 'VARIACAO LANCADA NO JORNAL.....: ' DELIMITED BY SIZE
                  WRK-VARIACAO-ED DELIMITED BY SIZE
                  INTO LINHA-PDD.
           WRITE LINHA-PDD.
           CLOSE RELATORIO-PDD.

       IMPRIMIR-DEMONSTRATIVO-EXIT.
           EXIT.

       IMPRIMIR-FAIXA.
           MOVE TAB-PDD-BASE(WRK-FAIXA) TO WRK-VALOR-ED.
           MOVE TAB-PDD-PCT(WRK-FAIXA) TO WRK-PCT-ED.
           MOVE TAB-PDD-PROVISAO(WRK-FAIXA) TO WRK-PROV-ED.
           MOVE SPACES TO LINHA-PDD.
           STRING TAB-PDD-DESCRICAO(WRK-FAIXA) DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-PCT-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-PROV-ED DELIMITED BY SIZE
                  INTO LINHA-PDD.
           WRITE LINHA-PDD.

       IMPRIMIR-FAIXA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LANCAR-JORNAL-PDD                                         *
      * LANCA A VARIACAO DA PROVISAO: AUMENTO EM DEBITO           *
      * DESPESA-PDD X CREDITO PDD; REDUCAO EM DEBITO PDD X        *
      * CREDITO REVERSAO-PDD.                                     *
      *----------------------------------------------------------*
       LANCAR-JORNAL-PDD.
           IF WRK-VARIACAO = ZEROS
               GO TO LANCAR-JORNAL-PDD-EXIT
           END-IF.
           MOVE ZEROS TO JRN-LOTE.
           MOVE 'VARIACAO DA PROVISAO PDD' TO JRN-HISTORICO.
           IF WRK-VARIACAO > ZEROS
               MOVE WRK-VARIACAO TO WRK-VALOR-JRN
               MOVE 'DESPESA-PDD' TO JRN-CONTA
               SET JRN-DEBITO TO TRUE
               MOVE WRK-VALOR-JRN TO JRN-VALOR
               PERFORM GRAVAR-JORNAL
               MOVE 'PDD' TO JRN-CONTA
               SET JRN-CREDITO TO TRUE
               MOVE WRK-VALOR-JRN TO JRN-VALOR
               PERFORM GRAVAR-JORNAL
           ELSE
               COMPUTE WRK-VALOR-JRN = WRK-VARIACAO * -1
               MOVE 'PDD' TO JRN-CONTA
               SET JRN-DEBITO TO TRUE
               MOVE WRK-VALOR-JRN TO JRN-VALOR
               PERFORM GRAVAR-JORNAL
               MOVE 'REVERSAO-PDD' TO JRN-CONTA
               SET JRN-CREDITO TO TRUE
               MOVE WRK-VALOR-JRN TO JRN-VALOR
               PERFORM GRAVAR-JORNAL
           END-IF.

       LANCAR-JORNAL-PDD-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * GRAVAR-PDD-HISTORICO                                      *
      * GRAVA (OU REGRAVA, NA RERODADA) O FECHAMENTO DO MES.      *
      *----------------------------------------------------------*
       GRAVAR-PDD-HISTORICO.
           MOVE WRK-ANOMES TO PDD-ANOMES.
           MOVE RUNDATE-HOJE TO PDD-DATA-CALCULO.
           MOVE WRK-BASE-TOTAL TO PDD-BASE-TOTAL.
           MOVE WRK-PROVISAO TO PDD-PROVISAO.
           MOVE WRK-PROVISAO-ANTERIOR TO PDD-PROVISAO-ANTERIOR.
           PERFORM COPIAR-FAIXA-HISTORICO
               VARYING WRK-FAIXA FROM 1 BY 1
               UNTIL WRK-FAIXA > 6.
           IF MES-JA-GRAVADO
               REWRITE REG-PDD-HIST
           ELSE
               WRITE REG-PDD-HIST
           END-IF.

       GRAVAR-PDD-HISTORICO-EXIT.
           EXIT.

       COPIAR-FAIXA-HISTORICO.
           MOVE TAB-PDD-BASE(WRK-FAIXA) TO PDD-BASE-FAIXA(WRK-FAIXA).
           MOVE TAB-PDD-PCT(WRK-FAIXA) TO PDD-PCT-FAIXA(WRK-FAIXA).
           MOVE TAB-PDD-PROVISAO(WRK-FAIXA)
               TO PDD-PROV-FAIXA(WRK-FAIXA).

       COPIAR-FAIXA-HISTORICO-EXIT.
           EXIT.

           COPY 'RUNDATEP.CPY'.
           COPY 'RPTHDRP.CPY'.
           COPY 'PARAMETROSP.CPY'.
           COPY 'JORNALP.CPY' REPLACING ==JRN-PROGRAM-ID==
               BY =='PROGCOB15T'==.
           COPY 'RUNSTATSP.CPY' REPLACING ==STATS-PROGRAM-ID==
               BY =='PROGCOB15T'==.
