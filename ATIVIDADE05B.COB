      *ANO/MES AINDA NAO FOI CARREGADO NA TABELA
      *18/03/22 KA SO CONTA ABERTA RECEBE APROPRIACAO - CONTA
      *BLOQUEADA PELA CONCILIACAO (ATIVIDADE05X) E PULADA
      *07/05/22 KA PRODUTO POS-FIXADO CDB-CDI: A CONTA NAO ENTRA
      *NA APROPRIACAO MENSAL - RENDE TODO DIA UTIL O PERCENTUAL
      *CONTRATADO (LEDGER-PERC-CDI) DA TAXA DO CDI DO DIA (SERIE
      *CDIDIA), NA BASE DE 252 DIAS UTEIS. CADA RODADA APROPRIA
      *OS DIAS UTEIS (CALENDARIO CALENDAR, SEM SABADO E DOMINGO)
      *DEPOIS DE LEDGER-DATA-APROP ATE A DATA DO CICLO, PARANDO
      *NO PRIMEIRO DIA SEM CDI CARREGADO (RETOMA QUANDO A TAXA
      *CHEGAR), E LANCA UM UNICO MOVIMENTO DE JUROS 'J' COM O
      *TOTAL DOS DIAS E A TAXA DO CDI DO ULTIMO DIA EM MOV-TAXA
      *10/05/22 KA PONTO DE CONTROLE A CADA N CONTAS (CKPTINV,
      *PARAMETRO CKPT-INTERV-INV), COMO O CHECKPOINT-12 DO
      *PROGCOB12: RERODADO APOS UMA QUEDA, O PASSO RETOMA LOGO
      *DEPOIS DA ULTIMA CONTA CONFIRMADA. CONTA CDB-CDI JA
      *APROPRIADA ATE HOJE TAMBEM CONTA COMO JA APROPRIADA; O
      *TOTAL DE PULADAS NA RETOMADA SAI NO ENCERRAMENTO
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS TAXA-CHAVE
               FILE STATUS IS TAXA-WS-STATUS.

           SELECT CDI-DIARIO ASSIGN TO "CDIDIA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CDI-DATA
               FILE STATUS IS CDI-WS-STATUS.

           SELECT CALENDARIO-UTIL ASSIGN TO "CALENDAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATA
               FILE STATUS IS CAL-WS-STATUS.

           SELECT CHECKPOINT-INVEST ASSIGN TO "CKPTINV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CKI-PASSO
               FILE STATUS IS CKI-WS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVESTIMENTO-LEDGER.
       FD  TAXAS-MERCADO.
           COPY 'TAXAS.CPY'.

       FD  CDI-DIARIO.
           COPY 'CDIDIA.CPY'.

       FD  CALENDARIO-UTIL.
           COPY 'CALREG.CPY'.

       FD  CHECKPOINT-INVEST.
           COPY 'CKPTINV.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'RUNSTATSW.CPY'.
           COPY 'PARAMETROSW.CPY'.
           COPY 'INVMOVW.CPY'.
           COPY 'TAXASW.CPY'.
           COPY 'CDIDIAW.CPY'.
           COPY 'CALENDW.CPY'.
           COPY 'CKPTINVW.CPY'.
       77 WRK-LEDGER-STATUS PIC X(02) VALUE ZEROS.
           88 LEDGER-OK VALUE '00'.
           88 LEDGER-FIM VALUE '10'.
           88 PRODUTO-CDB      VALUE 'CDB'.
           88 PRODUTO-POUPANCA VALUE 'POUPANCA'.
           88 PRODUTO-LCI      VALUE 'LCI'.
           88 PRODUTO-CDB-CDI  VALUE 'CDB-CDI'.
       77 WRK-SALDO-ANTES PIC S9(08)V99 VALUE ZEROS.
       77 WRK-SALDO-NOVO  PIC S9(08)V99 VALUE ZEROS.

       77 WRK-VARRE-MOV PIC X(01) VALUE 'N'.
           88 VARREDURA-MOV-FIM VALUE 'S'.
       77 WRK-ANOMES-MOV PIC 9(06) VALUE ZEROS.

      *APROPRIACAO DIARIA DO CDB-CDI - FATOR DO CDI DO DIA (BASE
      *252), FATOR DO DIA PELO PERCENTUAL CONTRATADO E FATOR
      *ACUMULADO DOS DIAS DA RODADA
       77 WRK-DATA-CDI      PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-ULT-APROP PIC 9(08) VALUE ZEROS.
       77 WRK-DIA-SEMANA    PIC 9(01) VALUE ZEROS.
       77 WRK-DIAS-CDI      PIC 9(05) VALUE ZEROS.
       77 WRK-ULTIMO-CDI    PIC 9(02)V99 VALUE ZEROS.
       77 WRK-FATOR-DI      PIC 9(01)V9(08) VALUE ZEROS.
       77 WRK-TAXA-DI-DIA   PIC V9(08) VALUE ZEROS.
       77 WRK-TAXA-DIA      PIC V9(16) VALUE ZEROS.
       77 WRK-FATOR-DIA     PIC 9(01)V9(16) VALUE ZEROS.
       77 WRK-FATOR-ACUM    PIC 9(02)V9(16) VALUE ZEROS.
       77 WRK-CDI-PARADO    PIC X(01) VALUE 'N'.
           88 APROPRIACAO-CDI-PARADA VALUE 'S'.
       77 WRK-TOTAL-CDI     PIC 9(07) VALUE ZEROS.
       77 WRK-TOTAL-CDI-PENDENTES PIC 9(07) VALUE ZEROS.
           COPY 'RUNDATE.CPY'.

       PROCEDURE DIVISION.
               MOVE PARM-VALOR TO WRK-TAXA-LCI
           END-IF.

           PERFORM ABRIR-CALENDARIO.

           OPEN I-O INVESTIMENTO-LEDGER.
           IF LEDGER-NAO-ENCONTRADO
               DISPLAY 'RAZAO DE INVESTIMENTOS INEXISTENTE.'
               SET LEDGER-FIM TO TRUE
           ELSE
               PERFORM ABRIR-MOVIMENTOS
               MOVE 'ACCRUAL' TO CKI-WS-PASSO
               PERFORM ABRIR-CHECKPOINT-INV
               PERFORM POSICIONAR-RAZAO
               IF NOT LEDGER-FIM
                   READ INVESTIMENTO-LEDGER NEXT RECORD
                       AT END
                           SET LEDGER-FIM TO TRUE
                   END-READ
               END-IF
           END-IF.

       0003-PROCESSAR.

           MOVE LEDGER-CONTA TO CKI-WS-CHAVE.
           MOVE LEDGER-TIPO-PROD TO WRK-TIPO-PRODUTO.
           EVALUATE TRUE
               WHEN PRODUTO-POUPANCA
                   MOVE WRK-TAXA-POUP TO WRK-TAXA-MES
               WHEN PRODUTO-LCI
                   MOVE WRK-TAXA-LCI TO WRK-TAXA-MES
               WHEN PRODUTO-CDB-CDI
                   MOVE ZEROS TO WRK-TAXA-MES
               WHEN OTHER
                   MOVE WRK-TAXA-CDB TO WRK-TAXA-MES
           END-EVALUATE.

           IF PRODUTO-CDB-CDI AND LEDGER-CONTA-ABERTA
               PERFORM APROPRIAR-CDI-CONTA THRU
                   APROPRIAR-CDI-CONTA-EXIT
           END-IF.

           IF WRK-TAXA-MES > ZEROS AND LEDGER-CONTA-ABERTA
               PERFORM VERIFICAR-JUROS-DO-MES
               IF JUROS-DO-MES-LANCADOS
                   PERFORM APROPRIAR-JUROS-CONTA
               END-IF
           END-IF.
           PERFORM MARCAR-CHECKPOINT-INV.

           READ INVESTIMENTO-LEDGER NEXT RECORD
               AT END
           PERFORM FECHAR-MOVIMENTOS.
           PERFORM FECHAR-PARAMETROS.
           PERFORM FECHAR-TAXAS.
           PERFORM FECHAR-CDI.
           PERFORM FECHAR-CALENDARIO.
           PERFORM ENCERRAR-CHECKPOINT-INV.

           DISPLAY 'ATIVIDADE05B' '   DATA: ' RUNDATE-HOJE-ED.
           DISPLAY 'CONTAS APROPRIADAS: ' WRK-TOTAL-CONTAS.
           DISPLAY 'JA APROPRIADAS NO MES: '
                   WRK-TOTAL-JA-APROPRIADAS.
           DISPLAY 'PULADAS NA RETOMADA (PONTO DE CONTROLE): '
                   CKI-WS-PULADAS.
           DISPLAY 'CONTAS CDB-CDI APROPRIADAS: ' WRK-TOTAL-CDI.
           DISPLAY 'CONTAS CDB-CDI AGUARDANDO CDI: '
                   WRK-TOTAL-CDI-PENDENTES.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

           MOVE WRK-TOTAL-CONTAS TO STATS-REGISTROS.
           PERFORM GRAVAR-RUNSTATS.

      *----------------------------------------------------------*
      * POSICIONAR-RAZAO                                          *
      * SEM RETOMADA A VARREDURA COMECA DA PRIMEIRA CONTA; NA     *
      * RETOMADA, LOGO DEPOIS DA ULTIMA CONTA CONFIRMADA NO PONTO *
      * DE CONTROLE.                                              *
      *----------------------------------------------------------*
       POSICIONAR-RAZAO.

           MOVE ZEROS TO LEDGER-CONTA.
           IF CKI-RETOMANDO
               MOVE CKI-WS-CHAVE-RETOMADA(1:6) TO LEDGER-CONTA
               START INVESTIMENTO-LEDGER KEY IS GREATER THAN
                   LEDGER-CONTA
                   INVALID KEY
                       SET LEDGER-FIM TO TRUE
               END-START
           ELSE
               START INVESTIMENTO-LEDGER KEY IS NOT < LEDGER-CONTA
                   INVALID KEY
                       SET LEDGER-FIM TO TRUE
               END-START
           END-IF.

       POSICIONAR-RAZAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * VERIFICAR-JUROS-DO-MES                                    *
      * VARRE OS MOVIMENTOS DA CONTA NO HISTORICO INVMOV E MARCA  *
       APROPRIAR-JUROS-CONTA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * APROPRIAR-CDI-CONTA                                       *
      * APROPRIA NA CONTA CDB-CDI OS DIAS UTEIS DEPOIS DE         *
      * LEDGER-DATA-APROP ATE A DATA DO CICLO, ACUMULANDO O FATOR *
      * DE CADA DIA; PARA NO PRIMEIRO DIA UTIL SEM CDI NA SERIE.  *
      * CAPITALIZA O SALDO PELO FATOR ACUMULADO (ARREDONDADO AO   *
      * CENTAVO, COMO O CDB), REGRAVA O LEDGER COM O ULTIMO DIA   *
      * APROPRIADO E LANCA UM MOVIMENTO DE JUROS NO HISTORICO.    *
      * CONTA SEM DATA DE APROPRIACAO PASSA A CONTAR DO CICLO.    *
      *----------------------------------------------------------*
       APROPRIAR-CDI-CONTA.

           IF LEDGER-DATA-APROP = ZEROS
               MOVE RUNDATE-HOJE TO LEDGER-DATA-APROP
               REWRITE REG-LEDGER
               GO TO APROPRIAR-CDI-CONTA-EXIT
           END-IF.
           IF LEDGER-DATA-APROP >= RUNDATE-HOJE
               ADD 1 TO WRK-TOTAL-JA-APROPRIADAS
               GO TO APROPRIAR-CDI-CONTA-EXIT
           END-IF.

           MOVE ZEROS TO WRK-DIAS-CDI.
           MOVE ZEROS TO WRK-ULTIMO-CDI.
           MOVE 1 TO WRK-FATOR-ACUM.
           MOVE 'N' TO WRK-CDI-PARADO.
           MOVE LEDGER-DATA-APROP TO WRK-DATA-CDI.
           MOVE LEDGER-DATA-APROP TO WRK-DATA-ULT-APROP.
           PERFORM APROPRIAR-DIA-CDI THRU APROPRIAR-DIA-CDI-EXIT
               UNTIL WRK-DATA-CDI >= RUNDATE-HOJE
                  OR APROPRIACAO-CDI-PARADA.

           IF APROPRIACAO-CDI-PARADA
               ADD 1 TO WRK-TOTAL-CDI-PENDENTES
               DISPLAY 'CONTA ' LEDGER-CONTA ' (CDB-CDI) SEM CDI '
                       'DO DIA ' WRK-DATA-CDI ' - APROPRIACAO '
                       'RETOMA QUANDO A TAXA FOR CARREGADA.'
           END-IF.
           IF WRK-DIAS-CDI = ZEROS
               GO TO APROPRIAR-CDI-CONTA-EXIT
           END-IF.

           MOVE LEDGER-SALDO TO WRK-SALDO-ANTES.
           COMPUTE WRK-SALDO-NOVO ROUNDED =
               WRK-SALDO-ANTES * WRK-FATOR-ACUM.
           MOVE WRK-SALDO-NOVO TO LEDGER-SALDO.
           MOVE WRK-DATA-ULT-APROP TO LEDGER-DATA-APROP.
           REWRITE REG-LEDGER.
           IF WRK-SALDO-NOVO = WRK-SALDO-ANTES
               GO TO APROPRIAR-CDI-CONTA-EXIT
           END-IF.
           ADD 1 TO WRK-TOTAL-CONTAS.
           ADD 1 TO WRK-TOTAL-CDI.

           MOVE LEDGER-CONTA TO MOV-WS-CONTA.
           PERFORM OBTER-PROX-SEQ-MOVIMENTO.
           MOVE 'J' TO MOV-WS-TIPO.
           MOVE ZEROS TO MOV-WS-MES.
           MOVE WRK-ULTIMO-CDI TO MOV-WS-TAXA.
           COMPUTE MOV-WS-VALOR = WRK-SALDO-NOVO - WRK-SALDO-ANTES.
           MOVE WRK-SALDO-NOVO TO MOV-WS-SALDO.
           PERFORM GRAVAR-MOVIMENTO.

       APROPRIAR-CDI-CONTA-EXIT.
           EXIT.

      *AVANCA UM DIA; SABADO, DOMINGO E FERIADO DO CALENDARIO NAO
      *RENDEM. O DIA UTIL SO ENTRA COM O CDI DELE NA SERIE
      *(INTEGER-OF-DATE: RESTO 0 = DOMINGO, 6 = SABADO)
       APROPRIAR-DIA-CDI.

           COMPUTE WRK-DATA-CDI = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WRK-DATA-CDI) + 1).
           COMPUTE WRK-DIA-SEMANA = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WRK-DATA-CDI), 7).
           IF WRK-DIA-SEMANA = 0 OR WRK-DIA-SEMANA = 6
               GO TO APROPRIAR-DIA-CDI-EXIT
           END-IF.
           MOVE WRK-DATA-CDI TO CAL-WS-DATA-TESTE.
           PERFORM VALIDAR-DATA-UTIL.
           IF CAL-DATA-NAO-UTIL
               GO TO APROPRIAR-DIA-CDI-EXIT
           END-IF.

           MOVE WRK-DATA-CDI TO CDI-WS-DATA.
           PERFORM LER-CDI.
           IF NOT CDI-ENCONTRADO OR CDI-WS-TAXA = ZEROS
               SET APROPRIACAO-CDI-PARADA TO TRUE
               GO TO APROPRIAR-DIA-CDI-EXIT
           END-IF.

           COMPUTE WRK-FATOR-DI ROUNDED =
               (1 + CDI-WS-TAXA / 100) ** (1 / 252).
           COMPUTE WRK-TAXA-DI-DIA = WRK-FATOR-DI - 1.
           COMPUTE WRK-TAXA-DIA ROUNDED =
               WRK-TAXA-DI-DIA * LEDGER-PERC-CDI / 100.
           COMPUTE WRK-FATOR-DIA = WRK-TAXA-DIA + 1.
           COMPUTE WRK-FATOR-ACUM ROUNDED =
               WRK-FATOR-ACUM * WRK-FATOR-DIA.
           ADD 1 TO WRK-DIAS-CDI.
           MOVE CDI-WS-TAXA TO WRK-ULTIMO-CDI.
           MOVE WRK-DATA-CDI TO WRK-DATA-ULT-APROP.

       APROPRIAR-DIA-CDI-EXIT.
           EXIT.

           COPY 'RUNDATEP.CPY'.
           COPY 'RUNSTATSP.CPY' REPLACING ==STATS-PROGRAM-ID==
               BY =='ATIVIDADE05B'==.
           COPY 'PARAMETROSP.CPY'.
           COPY 'INVMOVP.CPY'.
           COPY 'TAXASP.CPY'.
           COPY 'CDIDIAP.CPY'.
           COPY 'CALENDP.CPY'.
           COPY 'CKPTINVP.CPY'.
