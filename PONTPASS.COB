       IDENTIFICATION DIVISION.
       PROGRAM-ID. PONTPASS.
      **********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = KIVIA(ALURA) KIVIAAL
      *OBJETIVO: PASSIVO DOS PONTOS DE FIDELIDADE NO FECHAMENTO
      *MENSAL - LE O RAZAO DE PONTOS (PONTMOV) E APURA OS
      *MOVIMENTOS DO MES POR TIPO (GANHOS, ESTORNOS, RESGATES COM
      *O DESCONTO CONCEDIDO E EXPIRACOES) E OS PONTOS EM ABERTO
      *(SALDO AINDA NAO CONSUMIDO DOS GANHOS) POR MES DE
      *VENCIMENTO, DO MES CORRENTE ATE ONZE MESES A FRENTE E O
      *QUE VENCE DEPOIS. O PASSIVO E O TOTAL EM ABERTO VALORIZADO
      *A PONTOS-VALOR REAIS POR PONTO (PARAMETROS, PADRAO 0,01).
      *COMO NA PDD (PROGCOB15T), O PASSIVO DO MES E COMPARADO COM
      *O ULTIMO FECHAMENTO GRAVADO NO PONTHIST E SO A VARIACAO
      *VAI PARA O JORNAL: AUMENTO EM DEBITO DESP-PONTOS X CREDITO
      *PASS-PONTOS, REDUCAO EM DEBITO PASS-PONTOS X CREDITO
      *REVER-PONTOS. A RERODADA NO MESMO MES SO LANCA A DIFERENCA
      *PARA O QUE JA FOI LANCADO. DEMONSTRATIVO EM PONTREL E
      *MOVIMENTOS LIDOS EM RUN-STATS.
      *DATA   = 03/06/22
      *HISTORICO DE ALTERACOES
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PONTOS-MOVIMENTOS ASSIGN TO "PONTMOV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTM-CHAVE
               FILE STATUS IS PTM-WS-STATUS.

           SELECT PONTOS-HISTORICO ASSIGN TO "PONTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTH-ANOMES
               FILE STATUS IS WRK-PTH-STATUS.

           SELECT RELATORIO-PONTOS ASSIGN TO "PONTREL"
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
       FD  PONTOS-MOVIMENTOS.
           COPY 'PONTMOV.CPY'.

       FD  PONTOS-HISTORICO.
           COPY 'PONTHIST.CPY'.

       FD  RELATORIO-PONTOS.
       01  LINHA-PONTOS        PIC X(80).

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
           COPY 'PONTOSW.CPY'.
       77 WRK-PTH-STATUS PIC X(02) VALUE ZEROS.
           88 PTH-OK VALUE '00'.
           88 PTH-FIM VALUE '10'.
           88 PTH-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-REL-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-MES-GRAVADO PIC X(01) VALUE 'N'.
           88 MES-JA-GRAVADO VALUE 'S'.
       77 WRK-FIM-MOV PIC X(01) VALUE 'N'.
           88 MOVIMENTOS-FIM VALUE 'S'.

       77 WRK-ANOMES PIC 9(06) VALUE ZEROS.
       77 WRK-ANOMES-MOV PIC 9(06) VALUE ZEROS.
       77 WRK-MESES-HOJE PIC 9(07) VALUE ZEROS.
       77 WRK-MESES-CALC PIC 9(07) VALUE ZEROS.
       77 WRK-MESES-DIF PIC S9(07) VALUE ZEROS.
       77 WRK-ANO-CALC PIC 9(04) VALUE ZEROS.
       77 WRK-MES-CALC PIC 9(02) VALUE ZEROS.
       77 WRK-IND PIC 9(02) VALUE ZEROS.
       77 WRK-CPF-CONTADO PIC 9(11) VALUE ZEROS.

       77 WRK-QTD-MOVIMENTOS PIC 9(09) VALUE ZEROS.
       77 WRK-PARTICIPANTES PIC 9(07) VALUE ZEROS.
       77 WRK-GANHOS-MES PIC 9(11) VALUE ZEROS.
       77 WRK-ESTORNOS-MES PIC 9(11) VALUE ZEROS.
       77 WRK-RESGATES-MES PIC 9(11) VALUE ZEROS.
       77 WRK-EXPIRADOS-MES PIC 9(11) VALUE ZEROS.
       77 WRK-DESCONTOS-MES PIC 9(09)V99 VALUE ZEROS.
       77 WRK-PONTOS-ABERTOS PIC 9(11) VALUE ZEROS.
       77 WRK-PASSIVO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-PASSIVO-LANCADO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-PASSIVO-ANTERIOR PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VARIACAO PIC S9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-JRN PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-FAIXA PIC 9(09)V99 VALUE ZEROS.

      *PONTOS EM ABERTO POR MES DE VENCIMENTO: LINHAS 1 A 12 DO
      *MES CORRENTE (COM O QUE JA VENCEU E AINDA NAO PASSOU PELA
      *EXPIRACAO NOTURNA) ATE ONZE MESES A FRENTE; LINHA 13 O QUE
      *VENCE DEPOIS
       01 TAB-VENCIMENTOS.
           05 TAB-VENC-LINHA OCCURS 13 TIMES.
               10 TAB-VENC-ANOMES   PIC 9(06).
               10 TAB-VENC-PONTOS   PIC 9(11).

       77 WRK-PONTOS-ED PIC ZZ.ZZZ.ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-ANOMES-ED PIC 9999/99 VALUE ZEROS.
       77 WRK-VALOR-PONTO-ED PIC 9,9999 VALUE ZEROS.
           COPY 'MONEY.CPY' REPLACING ==MONEY-FIELD-NAME==
               BY ==WRK-VALOR-ED==.
           COPY 'MONEYS.CPY' REPLACING ==MONEY-FIELD-NAME==
               BY ==WRK-VARIACAO-ED==.
           COPY 'RUNDATE.CPY'.
           COPY 'RPTHDR.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0002-INICIALIZAR.
           PERFORM 0003-PROCESSAR UNTIL MOVIMENTOS-FIM.
           PERFORM 0004-FINALIZAR.

           STOP RUN.

       0002-INICIALIZAR.

           PERFORM OBTER-DATA-EXECUCAO.
           DIVIDE RUNDATE-HOJE BY 100 GIVING WRK-ANOMES.
           DIVIDE WRK-ANOMES BY 100 GIVING WRK-ANO-CALC
               REMAINDER WRK-MES-CALC.
           COMPUTE WRK-MESES-HOJE = WRK-ANO-CALC * 12
               + WRK-MES-CALC - 1.
           PERFORM MONTAR-MES-VENCIMENTO
               VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > 13.

           MOVE 'PONTOS-VALOR' TO PARM-CODIGO.
           PERFORM LER-PARAMETRO.
           IF PARM-OK
               MOVE PARM-VALOR TO PTS-WS-VALOR-PONTO
           END-IF.
           PERFORM FECHAR-PARAMETROS.

           OPEN INPUT PONTOS-MOVIMENTOS.
           IF PTM-NAO-ENCONTRADO
               DISPLAY 'RAZAO DE PONTOS (PONTMOV) NAO ENCONTRADO - '
                       'PASSIVO ZERADO.'
               SET MOVIMENTOS-FIM TO TRUE
           ELSE
               READ PONTOS-MOVIMENTOS NEXT RECORD
                   AT END
                       SET MOVIMENTOS-FIM TO TRUE
               END-READ
           END-IF.

       0003-PROCESSAR.

           ADD 1 TO WRK-QTD-MOVIMENTOS.
           DIVIDE PTM-DATA BY 100 GIVING WRK-ANOMES-MOV.
           IF WRK-ANOMES-MOV = WRK-ANOMES
               PERFORM ACUMULAR-MOVIMENTO-MES
           END-IF.
           IF PTM-GANHO AND PTM-SALDO-LOTE > ZEROS
               PERFORM CLASSIFICAR-GANHO-ABERTO
           END-IF.

           READ PONTOS-MOVIMENTOS NEXT RECORD
               AT END
                   SET MOVIMENTOS-FIM TO TRUE
           END-READ.

       0004-FINALIZAR.

           IF NOT PTM-NAO-ENCONTRADO
               CLOSE PONTOS-MOVIMENTOS
           END-IF.
           COMPUTE WRK-PASSIVO ROUNDED =
               WRK-PONTOS-ABERTOS * PTS-WS-VALOR-PONTO.
           PERFORM ABRIR-PONTOS-HISTORICO.
           PERFORM LER-ULTIMO-PASSIVO.
           COMPUTE WRK-VARIACAO = WRK-PASSIVO - WRK-PASSIVO-LANCADO.
           PERFORM IMPRIMIR-DEMONSTRATIVO.
           PERFORM LANCAR-JORNAL-PONTOS THRU LANCAR-JORNAL-PONTOS-EXIT.
           PERFORM GRAVAR-PONTOS-HISTORICO.
           CLOSE PONTOS-HISTORICO.
           PERFORM FECHAR-JORNAL.

           MOVE WRK-VARIACAO TO WRK-VARIACAO-ED.
           DISPLAY 'PONTPASS' '   DATA: ' RUNDATE-HOJE-ED.
           DISPLAY 'MOVIMENTOS LIDOS..: ' WRK-QTD-MOVIMENTOS.
           DISPLAY 'PONTOS EM ABERTO..: ' WRK-PONTOS-ABERTOS.
           DISPLAY 'PASSIVO DO MES....: ' WRK-PASSIVO.
           DISPLAY 'VARIACAO LANCADA..: ' WRK-VARIACAO-ED.
           DISPLAY 'RELATORIO GRAVADO EM PONTREL.'.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

           MOVE WRK-QTD-MOVIMENTOS TO STATS-REGISTROS.
           PERFORM GRAVAR-RUNSTATS.

      *----------------------------------------------------------*
      * MONTAR-MES-VENCIMENTO                                     *
      * ANO/MES DE CADA LINHA DA TABELA DE VENCIMENTOS; A LINHA   *
      * 13 GUARDA O ULTIMO MES DETALHADO, PARA O "APOS".          *
      *----------------------------------------------------------*
       MONTAR-MES-VENCIMENTO.
           IF WRK-IND < 13
               COMPUTE WRK-MESES-CALC = WRK-MESES-HOJE + WRK-IND - 1
           ELSE
               COMPUTE WRK-MESES-CALC = WRK-MESES-HOJE + 11
           END-IF.
           DIVIDE WRK-MESES-CALC BY 12 GIVING WRK-ANO-CALC
               REMAINDER WRK-MES-CALC.
           ADD 1 TO WRK-MES-CALC.
           COMPUTE TAB-VENC-ANOMES(WRK-IND) =
               WRK-ANO-CALC * 100 + WRK-MES-CALC.
           MOVE ZEROS TO TAB-VENC-PONTOS(WRK-IND).

       MONTAR-MES-VENCIMENTO-EXIT.
           EXIT.

       ACUMULAR-MOVIMENTO-MES.
           EVALUATE TRUE
               WHEN PTM-GANHO
                   ADD PTM-PONTOS TO WRK-GANHOS-MES
               WHEN PTM-ESTORNO
                   ADD PTM-PONTOS TO WRK-ESTORNOS-MES
               WHEN PTM-RESGATE
                   ADD PTM-PONTOS TO WRK-RESGATES-MES
                   ADD PTM-VALOR-REF TO WRK-DESCONTOS-MES
               WHEN PTM-EXPIRACAO
                   ADD PTM-PONTOS TO WRK-EXPIRADOS-MES
           END-EVALUATE.

       ACUMULAR-MOVIMENTO-MES-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * CLASSIFICAR-GANHO-ABERTO                                  *
      * SALDO DO GANHO NA LINHA DO SEU MES DE VENCIMENTO. O RAZAO *
      * VEM EM ORDEM DE CPF, ENTAO A TROCA DE CPF CONTA UM        *
      * PARTICIPANTE COM SALDO.                                   *
      *----------------------------------------------------------*
       CLASSIFICAR-GANHO-ABERTO.
           IF PTM-CPF NOT = WRK-CPF-CONTADO
               ADD 1 TO WRK-PARTICIPANTES
               MOVE PTM-CPF TO WRK-CPF-CONTADO
           END-IF.
           DIVIDE PTM-VALIDADE BY 100 GIVING WRK-ANO-CALC
               REMAINDER WRK-MES-CALC.
           COMPUTE WRK-MESES-DIF = WRK-ANO-CALC * 12
               + WRK-MES-CALC - 1 - WRK-MESES-HOJE.
           EVALUATE TRUE
               WHEN WRK-MESES-DIF < ZEROS
                   MOVE 1 TO WRK-IND
               WHEN WRK-MESES-DIF > 11
                   MOVE 13 TO WRK-IND
               WHEN OTHER
                   COMPUTE WRK-IND = WRK-MESES-DIF + 1
           END-EVALUATE.
           ADD PTM-SALDO-LOTE TO TAB-VENC-PONTOS(WRK-IND).
           ADD PTM-SALDO-LOTE TO WRK-PONTOS-ABERTOS.

       CLASSIFICAR-GANHO-ABERTO-EXIT.
           EXIT.

       ABRIR-PONTOS-HISTORICO.
           OPEN I-O PONTOS-HISTORICO.
           IF PTH-NAO-ENCONTRADO
               OPEN OUTPUT PONTOS-HISTORICO
               CLOSE PONTOS-HISTORICO
               OPEN I-O PONTOS-HISTORICO
           END-IF.

       ABRIR-PONTOS-HISTORICO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LER-ULTIMO-PASSIVO                                        *
      * O PASSIVO JA LANCADO E O DO ULTIMO FECHAMENTO GRAVADO - O *
      * DO PROPRIO MES, SE O PASSO ESTA SENDO RERODADO. O PASSIVO *
      * ANTERIOR DO DEMONSTRATIVO E SEMPRE O DO MES ANTERIOR      *
      * GRAVADO.                                                  *
      *----------------------------------------------------------*
       LER-ULTIMO-PASSIVO.
           MOVE ZEROS TO WRK-PASSIVO-LANCADO.
           MOVE ZEROS TO WRK-PASSIVO-ANTERIOR.
           MOVE 'N' TO WRK-MES-GRAVADO.
           MOVE ZEROS TO PTH-ANOMES.
           START PONTOS-HISTORICO KEY IS NOT < PTH-ANOMES
               INVALID KEY
                   SET PTH-FIM TO TRUE
           END-START.
           PERFORM VARRER-PONTOS-HISTORICO UNTIL PTH-FIM.

       LER-ULTIMO-PASSIVO-EXIT.
           EXIT.

       VARRER-PONTOS-HISTORICO.
           READ PONTOS-HISTORICO NEXT RECORD
               AT END
                   SET PTH-FIM TO TRUE
           END-READ.
           IF NOT PTH-FIM
               IF PTH-ANOMES > WRK-ANOMES
                   SET PTH-FIM TO TRUE
               ELSE
                   MOVE PTH-PASSIVO TO WRK-PASSIVO-LANCADO
                   IF PTH-ANOMES = WRK-ANOMES
                       SET MES-JA-GRAVADO TO TRUE
                       MOVE PTH-PASSIVO-ANTERIOR
                           TO WRK-PASSIVO-ANTERIOR
                   ELSE
                       MOVE PTH-PASSIVO TO WRK-PASSIVO-ANTERIOR
                   END-IF
               END-IF
           END-IF.

       VARRER-PONTOS-HISTORICO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * IMPRIMIR-DEMONSTRATIVO                                    *
      * MOVIMENTOS DO MES, PONTOS EM ABERTO POR VENCIMENTO COM O  *
      * VALOR, E OS TOTAIS COM O PASSIVO ANTERIOR E A VARIACAO.   *
      *----------------------------------------------------------*
       IMPRIMIR-DEMONSTRATIVO.
           OPEN OUTPUT RELATORIO-PONTOS.
           MOVE 'PASSIVO DE PONTOS DE FIDELIDADE' TO RPT-HDR-TITULO.
           PERFORM MONTAR-CABECALHO-RELATORIO.
           MOVE RPT-HDR-LINHA TO LINHA-PONTOS.
           WRITE LINHA-PONTOS.
           MOVE SPACES TO LINHA-PONTOS.
           WRITE LINHA-PONTOS.
           MOVE WRK-ANOMES TO WRK-ANOMES-ED.
           MOVE SPACES TO LINHA-PONTOS.
           STRING 'MOVIMENTOS DO MES ' DELIMITED BY SIZE
                  WRK-ANOMES-ED DELIMITED BY SIZE
                  '            PONTOS' DELIMITED BY SIZE
                  INTO LINHA-PONTOS.
           WRITE LINHA-PONTOS.
           MOVE WRK-GANHOS-MES TO WRK-PONTOS-ED.
           MOVE SPACES TO LINHA-PONTOS.
           STRING 'GANHOS..................' DELIMITED BY SIZE
                  WRK-PONTOS-ED DELIMITED BY SIZE
                  INTO LINHA-PONTOS.
           WRITE LINHA-PONTOS.
           MOVE WRK-ESTORNOS-MES TO WRK-PONTOS-ED.
           MOVE SPACES TO LINHA-PONTOS.
           STRING 'ESTORNOS EM DEVOLUCOES..' DELIMITED BY SIZE
                  WRK-PONTOS-ED DELIMITED BY SIZE
                  INTO LINHA-PONTOS.
           WRITE LINHA-PONTOS.
           MOVE WRK-RESGATES-MES TO WRK-PONTOS-ED.
           MOVE WRK-DESCONTOS-MES TO WRK-VALOR-ED.
           MOVE SPACES TO LINHA-PONTOS.
           STRING 'RESGATES NO CAIXA.......' DELIMITED BY SIZE
                  WRK-PONTOS-ED DELIMITED BY SIZE
                  '  DESCONTOS ' DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  INTO LINHA-PONTOS.
           WRITE LINHA-PONTOS.
           MOVE WRK-EXPIRADOS-MES TO WRK-PONTOS-ED.
           MOVE SPACES TO LINHA-PONTOS.
           STRING 'EXPIRADOS...............' DELIMITED BY SIZE
                  WRK-PONTOS-ED DELIMITED BY SIZE
                  INTO LINHA-PONTOS.
           WRITE LINHA-PONTOS.
           MOVE SPACES TO LINHA-PONTOS.
           WRITE LINHA-PONTOS.
           MOVE 'PONTOS EM ABERTO POR VENCIMENTO          PONTOS'
               TO LINHA-PONTOS.
           WRITE LINHA-PONTOS.
           PERFORM IMPRIMIR-VENCIMENTO
               VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > 13.
           MOVE SPACES TO LINHA-PONTOS.
           WRITE LINHA-PONTOS.
           MOVE WRK-PONTOS-ABERTOS TO WRK-PONTOS-ED.
           MOVE WRK-PASSIVO TO WRK-VALOR-ED.
           MOVE SPACES TO LINHA-PONTOS.
           STRING 'TOTAL EM ABERTO.........' DELIMITED BY SIZE
                  WRK-PONTOS-ED DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  INTO LINHA-PONTOS.
           WRITE LINHA-PONTOS.
           MOVE SPACES TO LINHA-PONTOS.
           STRING 'PARTICIPANTES COM SALDO.: ' DELIMITED BY SIZE
                  WRK-PARTICIPANTES DELIMITED BY SIZE
                  INTO LINHA-PONTOS.
           WRITE LINHA-PONTOS.
           MOVE PTS-WS-VALOR-PONTO TO WRK-VALOR-PONTO-ED.
           MOVE SPACES TO LINHA-PONTOS.
           STRING 'VALOR DO PONTO (R$).....: ' DELIMITED BY SIZE
                  WRK-VALOR-PONTO-ED DELIMITED BY SIZE
                  INTO LINHA-PONTOS.
           WRITE LINHA-PONTOS.
           MOVE WRK-PASSIVO-ANTERIOR TO WRK-VALOR-ED.
           MOVE SPACES TO LINHA-PONTOS.
           STRING 'PASSIVO DO FECHAMENTO ANTERIOR: ' DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  INTO LINHA-PONTOS.
           WRITE LINHA-PONTOS.
           MOVE WRK-VARIACAO TO WRK-VARIACAO-ED.
           MOVE SPACES TO LINHA-PONTOS.
           STRING 'VARIACAO LANCADA NO JORNAL.....: ' DELIMITED BY SIZE
                  WRK-VARIACAO-ED DELIMITED BY SIZE
                  INTO LINHA-PONTOS.
           WRITE LINHA-PONTOS.
           CLOSE RELATORIO-PONTOS.

       IMPRIMIR-DEMONSTRATIVO-EXIT.
           EXIT.

       IMPRIMIR-VENCIMENTO.
           MOVE TAB-VENC-ANOMES(WRK-IND) TO WRK-ANOMES-ED.
           MOVE TAB-VENC-PONTOS(WRK-IND) TO WRK-PONTOS-ED.
           COMPUTE WRK-VALOR-FAIXA ROUNDED =
               TAB-VENC-PONTOS(WRK-IND) * PTS-WS-VALOR-PONTO.
           MOVE WRK-VALOR-FAIXA TO WRK-VALOR-ED.
           MOVE SPACES TO LINHA-PONTOS.
           IF WRK-IND < 13
               STRING 'VENCE EM ' DELIMITED BY SIZE
                      WRK-ANOMES-ED DELIMITED BY SIZE
                      '........' DELIMITED BY SIZE
                      WRK-PONTOS-ED DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      INTO LINHA-PONTOS
           ELSE
               STRING 'VENCE APOS ' DELIMITED BY SIZE
                      WRK-ANOMES-ED DELIMITED BY SIZE
                      '......' DELIMITED BY SIZE
                      WRK-PONTOS-ED DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      INTO LINHA-PONTOS
           END-IF.
           WRITE LINHA-PONTOS.

       IMPRIMIR-VENCIMENTO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LANCAR-JORNAL-PONTOS                                      *
      * LANCA A VARIACAO DO PASSIVO: AUMENTO EM DEBITO            *
      * DESP-PONTOS X CREDITO PASS-PONTOS; REDUCAO EM DEBITO      *
      * PASS-PONTOS X CREDITO REVER-PONTOS.                       *
      *----------------------------------------------------------*
       LANCAR-JORNAL-PONTOS.
           IF WRK-VARIACAO = ZEROS
               GO TO LANCAR-JORNAL-PONTOS-EXIT
           END-IF.
           MOVE ZEROS TO JRN-LOTE.
           MOVE 'VARIACAO DO PASSIVO DE PONTOS' TO JRN-HISTORICO.
           IF WRK-VARIACAO > ZEROS
               MOVE WRK-VARIACAO TO WRK-VALOR-JRN
               MOVE 'DESP-PONTOS' TO JRN-CONTA
               SET JRN-DEBITO TO TRUE
               MOVE WRK-VALOR-JRN TO JRN-VALOR
               PERFORM GRAVAR-JORNAL
               MOVE 'PASS-PONTOS' TO JRN-CONTA
               SET JRN-CREDITO TO TRUE
               MOVE WRK-VALOR-JRN TO JRN-VALOR
               PERFORM GRAVAR-JORNAL
           ELSE
               COMPUTE WRK-VALOR-JRN = WRK-VARIACAO * -1
               MOVE 'PASS-PONTOS' TO JRN-CONTA
               SET JRN-DEBITO TO TRUE
               MOVE WRK-VALOR-JRN TO JRN-VALOR
               PERFORM GRAVAR-JORNAL
               MOVE 'REVER-PONTOS' TO JRN-CONTA
               SET JRN-CREDITO TO TRUE
               MOVE WRK-VALOR-JRN TO JRN-VALOR
               PERFORM GRAVAR-JORNAL
           END-IF.

       LANCAR-JORNAL-PONTOS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * GRAVAR-PONTOS-HISTORICO                                   *
      * GRAVA (OU REGRAVA, NA RERODADA) O FECHAMENTO DO MES.      *
      *----------------------------------------------------------*
       GRAVAR-PONTOS-HISTORICO.
           MOVE WRK-ANOMES TO PTH-ANOMES.
           MOVE RUNDATE-HOJE TO PTH-DATA-CALCULO.
           MOVE WRK-PARTICIPANTES TO PTH-PARTICIPANTES.
           MOVE WRK-PONTOS-ABERTOS TO PTH-PONTOS-ABERTOS.
           MOVE PTS-WS-VALOR-PONTO TO PTH-VALOR-PONTO.
           MOVE WRK-PASSIVO TO PTH-PASSIVO.
           MOVE WRK-PASSIVO-ANTERIOR TO PTH-PASSIVO-ANTERIOR.
           MOVE WRK-GANHOS-MES TO PTH-GANHOS-MES.
           MOVE WRK-ESTORNOS-MES TO PTH-ESTORNOS-MES.
           MOVE WRK-RESGATES-MES TO PTH-RESGATES-MES.
           MOVE WRK-EXPIRADOS-MES TO PTH-EXPIRADOS-MES.
           MOVE WRK-DESCONTOS-MES TO PTH-DESCONTOS-MES.
           IF MES-JA-GRAVADO
               REWRITE REG-PONTOS-HIST
           ELSE
               WRITE REG-PONTOS-HIST
           END-IF.

       GRAVAR-PONTOS-HISTORICO-EXIT.
           EXIT.

           COPY 'RUNDATEP.CPY'.
           COPY 'RPTHDRP.CPY'.
           COPY 'PARAMETROSP.CPY'.
           COPY 'JORNALP.CPY' REPLACING ==JRN-PROGRAM-ID==
               BY =='PONTPASS'==.
           COPY 'RUNSTATSP.CPY' REPLACING ==STATS-PROGRAM-ID==
               BY =='PONTPASS'==.
