      *MIRAR MES FECHADO E DESVIADA PARA O ARQUIVO DE RETENCAO
      *JRNHELD COM AVISO NO ENCERRAMENTO, EM VEZ DE GRAVADA -
      *RELATORIO DE EXCECAO NO JRNHLIST E LIBERACAO NO JRNHREL
      *05/05/22 KA CONTA COM BLOQUEIO JUDICIAL ATIVO (BLOQJUD) E
      *LIQUIDADA COM RETENCAO: A SOMA BLOQUEADA (ATE O LIQUIDO)
      *FICA NA CONTA, MARCADA 'J', E SO O QUE EXCEDE VAI AO
      *REMPAG; A TRANSFERENCIA AO DEPOSITO JUDICIAL OU A
      *LIBERACAO E FEITA DEPOIS NO BLQMNT
      *06/05/22 KA IR DA LIQUIDACAO POR LOTE DE APORTE, COMO NA
      *ATIVIDADE05C (LOTEW/LOTEP.CPY): CADA LOTE PELA FAIXA DOS
      *SEUS MESES DE JUROS; LOTE APORTADO HA MENOS DE 30 DIAS DO
      *VENCIMENTO PAGA IOF, LANCADO COMO MOVIMENTO 'F'
      *07/05/22 KA O CDB-CDI (POS-FIXADO EM % DO CDI) PAGA O IR
      *REGRESSIVO DO CDB NA LIQUIDACAO
      *09/05/22 KA INSTRUCAO DE VENCIMENTO POR CONTA (INSTVENC,
      *MANTIDA NO VENCMNT): RENOVAR TOTAL OU RENOVAR O PRINCIPAL
      *E PAGAR O RENDIMENTO. A CONTA VENCIDA E LIQUIDADA COMO
      *SEMPRE (IOF/IR/ENCERRAMENTO) E O VALOR RENOVADO ABRE UMA
      *CONTA NOVA DO MESMO TITULAR, PRODUTO E COTITULARES COM
      *VENCIMENTO NO PRAZO DA INSTRUCAO E A TAXA VIGENTE DO
      *TAXAS; SO O QUE NAO E RENOVADO VAI AO REMPAG. CONTA COM
      *BLOQUEIO JUDICIAL NAO RENOVA. A PREVISAO 30/60/90 MOSTRA
      *A INSTRUCAO DE CADA CONTA E CONTA AS SEM INSTRUCAO
      *10/05/22 KA PONTO DE CONTROLE A CADA N CONTAS (CKPTINV,
      *PARAMETRO CKPT-INTERV-INV), COMO O CHECKPOINT-12 DO
      *PROGCOB12: RERODADO APOS UMA QUEDA, O PASSO RETOMA LOGO
      *DEPOIS DA ULTIMA CONTA CONFIRMADA. CONTA QUE JA TEM O
      *ENCERRAMENTO DE HOJE NO INVMOV NAO E LIQUIDADA DE NOVO;
      *AS JA LIQUIDADAS E AS PULADAS NA RETOMADA SAEM NO RESUMO
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

           SELECT RELATORIO-VENCIMENTOS ASSIGN TO "VENCREL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.
               RECORD KEY IS REM-NUMERO
               FILE STATUS IS REM-WS-STATUS.

           SELECT BLOQUEIOS-JUDICIAIS ASSIGN TO "BLOQJUD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BLJ-CHAVE
               FILE STATUS IS BLJ-WS-STATUS.

           SELECT INSTRUCOES-VENCIMENTO ASSIGN TO "INSTVENC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IVC-CONTA
               FILE STATUS IS IVC-WS-STATUS.

           SELECT COTITULARES ASSIGN TO "COTITUL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COT-CHAVE
               ALTERNATE RECORD KEY IS COT-CPF
                   WITH DUPLICATES
               FILE STATUS IS COT-WS-STATUS.

           SELECT TAXAS-MERCADO ASSIGN TO "TAXAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAXA-CHAVE
               FILE STATUS IS TAXA-WS-STATUS.

           SELECT CHECKPOINT-INVEST ASSIGN TO "CKPTINV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CKI-PASSO
               FILE STATUS IS CKI-WS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVESTIMENTO-LEDGER.
       FD  JORNAL-RETIDO.
           COPY 'JRNHELD.CPY'.

       FD  PLANO-CONTAS.
           COPY 'PLCONTAS.CPY'.

       FD  RELATORIO-VENCIMENTOS.
       01  LINHA-VENC          PIC X(80).

       FD  PAGAMENTOS-REMESSA.
           COPY 'REMPAG.CPY'.

       FD  BLOQUEIOS-JUDICIAIS.
           COPY 'BLOQJUD.CPY'.

       FD  INSTRUCOES-VENCIMENTO.
           COPY 'INSTVENC.CPY'.

       FD  COTITULARES.
           COPY 'COTITUL.CPY'.

       FD  TAXAS-MERCADO.
           COPY 'TAXAS.CPY'.

       FD  CHECKPOINT-INVEST.
           COPY 'CKPTINV.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'PARAMETROSW.CPY'.
           COPY 'REMPAGW.CPY'.
           COPY 'INVMOVW.CPY'.
           COPY 'JORNALW.CPY'.
           COPY 'RUNSTATSW.CPY'.
           COPY 'BLOQJUDW.CPY'.
           COPY 'INSTVENW.CPY'.
           COPY 'COTITW.CPY'.
           COPY 'TAXASW.CPY'.
           COPY 'CKPTINVW.CPY'.
       77 WRK-LEDGER-STATUS PIC X(02) VALUE ZEROS.
           88 LEDGER-OK VALUE '00'.
           88 LEDGER-FIM VALUE '10'.

       77 WRK-CONTA PIC 9(06) VALUE ZEROS.
       77 WRK-TIPO-PRODUTO PIC X(08) VALUE SPACES.
           88 PRODUTO-CDB VALUE 'CDB' 'CDB-CDI'.
           88 PRODUTO-CDB-CDI VALUE 'CDB-CDI'.

      *APURACAO DOS RENDIMENTOS POR LOTE (COMO NA ATIVIDADE05C)
       77 WRK-RENDIMENTOS PIC S9(08)V99 VALUE ZEROS.
       77 WRK-BASE-IR PIC S9(08)V99 VALUE ZEROS.
       77 WRK-IOF PIC S9(08)V99 VALUE ZEROS.
           COPY 'IOFW.CPY'.
           COPY 'LOTEW.CPY'.

      *FAIXAS DA TABELA REGRESSIVA DE IR DO CDB
       77 WRK-IR-FAIXA1-MES PIC 9(03)      VALUE 6.
       77 WRK-SALDO-BRUTO PIC S9(08)V99 VALUE ZEROS.
       77 WRK-IMPOSTO PIC S9(08)V99 VALUE ZEROS.
       77 WRK-LIQUIDO PIC S9(08)V99 VALUE ZEROS.
      *PARTE DO LIQUIDO RETIDA POR BLOQUEIO JUDICIAL E PARTE PAGA
       77 WRK-RETIDO PIC S9(08)V99 VALUE ZEROS.
       77 WRK-PAGO PIC S9(08)V99 VALUE ZEROS.
       77 WRK-TOTAL-RETIDAS PIC 9(05) VALUE ZEROS.
      *CONTA QUE JA TEM O ENCERRAMENTO DE HOJE NO HISTORICO
       77 WRK-TOTAL-JA-LIQUIDADAS PIC 9(05) VALUE ZEROS.
       77 WRK-JA-LIQUIDADA PIC X(01) VALUE 'N'.
           88 LIQUIDACAO-JA-LANCADA VALUE 'S'.
       77 WRK-VARRE-MOV PIC X(01) VALUE 'N'.
           88 VARREDURA-MOV-FIM VALUE 'S'.

      *PREVISAO DE VENCIMENTOS 30/60/90 DIAS
       77 WRK-DIAS-HOJE PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-90 PIC 9(04) VALUE ZEROS.
       77 WRK-FAIXA-DESC PIC X(12) VALUE SPACES.

      *RENOVACAO NO VENCIMENTO PELA INSTRUCAO DA CONTA (INSTVENC)
       77 WRK-RENOVACAO PIC X(01) VALUE 'N'.
           88 RENOVACAO-PEDIDA VALUE 'R'.
           88 RENOVACAO-IMPEDIDA VALUE 'J'.
       77 WRK-RENOV-ACAO PIC X(01) VALUE SPACES.
       77 WRK-RENOV-PRAZO PIC 9(03) VALUE ZEROS.
       77 WRK-REINVESTIDO PIC S9(08)V99 VALUE ZEROS.
       77 WRK-CPF-RENOV PIC 9(11) VALUE ZEROS.
       77 WRK-PERC-CDI-RENOV PIC 9(03)V99 VALUE ZEROS.
       77 WRK-CONTA-NOVA PIC 9(06) VALUE ZEROS.
       77 WRK-MAIOR-CONTA PIC 9(06) VALUE ZEROS.
       77 WRK-BASE-NOVA PIC 9(05) VALUE ZEROS.
       77 WRK-ACAO-DIGITO PIC X(01) VALUE 'G'.
       77 WRK-DIGITO-OK PIC X(01) VALUE 'S'.
       77 WRK-VARRE-CONTA PIC X(01) VALUE 'N'.
           88 VARREDURA-CONTAS-FIM VALUE 'S'.
       77 WRK-VENC-NOVO PIC 9(08) VALUE ZEROS.
       77 WRK-VENC-ANO PIC 9(04) VALUE ZEROS.
       77 WRK-VENC-MES PIC 9(03) VALUE ZEROS.
       77 WRK-VENC-DIA PIC 9(02) VALUE ZEROS.
       77 WRK-TAXA-ED PIC ZZ9,99 VALUE ZEROS.
       77 WRK-TOTAL-RENOVADAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-SEM-INSTRUCAO PIC 9(04) VALUE ZEROS.

       77 WRK-TOTAL-LIQUIDADAS PIC 9(05) VALUE ZEROS.
       77 WRK-DATA-ED PIC 9(04)/99/99 VALUE ZEROS.
           COPY 'MONEYS.CPY' REPLACING ==MONEY-FIELD-NAME==
           MOVE SPACES TO LINHA-VENC.
           WRITE LINHA-VENC.

           OPEN I-O INSTRUCOES-VENCIMENTO.
           IF IVC-ARQ-NAO-ENCONTRADO
               OPEN OUTPUT INSTRUCOES-VENCIMENTO
               CLOSE INSTRUCOES-VENCIMENTO
               OPEN I-O INSTRUCOES-VENCIMENTO
           END-IF.
           SET IVC-ABERTO TO TRUE.
           OPEN I-O COTITULARES.
           IF COT-ARQ-NAO-ENCONTRADO
               SET COT-AUSENTE TO TRUE
           ELSE
               SET COT-ABERTO TO TRUE
           END-IF.

           OPEN I-O INVESTIMENTO-LEDGER.
           IF LEDGER-NAO-ENCONTRADO
               DISPLAY 'RAZAO DE INVESTIMENTOS INEXISTENTE.'
               SET LEDGER-FIM TO TRUE
           ELSE
               PERFORM ABRIR-MOVIMENTOS
               PERFORM OBTER-MAIOR-CONTA
               MOVE 'MATURITY' TO CKI-WS-PASSO
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
           IF LEDGER-CONTA-ABERTA AND LEDGER-VENCIMENTO > ZEROS
               IF LEDGER-VENCIMENTO <= RUNDATE-HOJE
                   PERFORM VERIFICAR-LIQUIDACAO-HOJE
                   IF LIQUIDACAO-JA-LANCADA
                       PERFORM RECUSAR-LIQUIDACAO-REPETIDA
                   ELSE
                       PERFORM LIQUIDAR-CONTA
                   END-IF
               ELSE
                   PERFORM CLASSIFICAR-PREVISAO
               END-IF
           ELSE
               IF CKI-RETOMANDO AND LEDGER-VENCIMENTO > ZEROS
                   AND LEDGER-VENCIMENTO <= RUNDATE-HOJE
                   PERFORM VERIFICAR-LIQUIDACAO-HOJE
                   IF LIQUIDACAO-JA-LANCADA
                       ADD 1 TO WRK-TOTAL-JA-LIQUIDADAS
                   END-IF
               END-IF
           END-IF.
           PERFORM MARCAR-CHECKPOINT-INV.

           IF NOT LEDGER-FIM
               READ INVESTIMENTO-LEDGER NEXT RECORD
                   AT END
                       SET LEDGER-FIM TO TRUE
               END-READ
           END-IF.

       0004-FINALIZAR.

           PERFORM FECHAR-PARAMETROS.
           PERFORM FECHAR-JORNAL.
           PERFORM FECHAR-INSTRUCOES-PAGAMENTO.
           PERFORM FECHAR-BLOQUEIOS.
           PERFORM FECHAR-INSTRUCOES-VENC.
           PERFORM FECHAR-COTITULARES.
           PERFORM FECHAR-TAXAS.
           PERFORM ENCERRAR-CHECKPOINT-INV.

           MOVE SPACES TO LINHA-VENC.
           WRITE LINHA-VENC.
                  WRK-QTD-60 DELIMITED BY SIZE
                  '  61-90: ' DELIMITED BY SIZE
                  WRK-QTD-90 DELIMITED BY SIZE
                  '  SEM INSTRUCAO: ' DELIMITED BY SIZE
                  WRK-QTD-SEM-INSTRUCAO DELIMITED BY SIZE
                  INTO LINHA-VENC.
           WRITE LINHA-VENC.
           MOVE SPACES TO LINHA-VENC.
           STRING 'CONTAS LIQUIDADAS NO CICLO: ' DELIMITED BY SIZE
                  WRK-TOTAL-LIQUIDADAS DELIMITED BY SIZE
                  '  COM RETENCAO JUDICIAL: ' DELIMITED BY SIZE
                  WRK-TOTAL-RETIDAS DELIMITED BY SIZE
                  INTO LINHA-VENC.
           WRITE LINHA-VENC.
           MOVE SPACES TO LINHA-VENC.
           STRING 'CONTAS RENOVADAS NO CICLO.: ' DELIMITED BY SIZE
                  WRK-TOTAL-RENOVADAS DELIMITED BY SIZE
                  INTO LINHA-VENC.
           WRITE LINHA-VENC.
           MOVE SPACES TO LINHA-VENC.
           STRING 'JA LIQUIDADAS HOJE........: ' DELIMITED BY SIZE
                  WRK-TOTAL-JA-LIQUIDADAS DELIMITED BY SIZE
                  '  PULADAS NA RETOMADA: ' DELIMITED BY SIZE
                  CKI-WS-PULADAS DELIMITED BY SIZE
                  INTO LINHA-VENC.
           WRITE LINHA-VENC.
           CLOSE RELATORIO-VENCIMENTOS.

           DISPLAY 'ATIVIDADE05S' '   DATA: ' RUNDATE-HOJE-ED.
           DISPLAY 'CONTAS LIQUIDADAS: ' WRK-TOTAL-LIQUIDADAS.
           DISPLAY 'RETIDAS POR BLOQUEIO JUDICIAL: ' WRK-TOTAL-RETIDAS.
           DISPLAY 'CONTAS RENOVADAS: ' WRK-TOTAL-RENOVADAS.
           DISPLAY 'JA LIQUIDADAS HOJE: ' WRK-TOTAL-JA-LIQUIDADAS.
           DISPLAY 'PULADAS NA RETOMADA (PONTO DE CONTROLE): '
                   CKI-WS-PULADAS.
           DISPLAY 'RELATORIO GRAVADO EM VENCREL.'.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

      * APURA OS RENDIMENTOS, CALCULA O IR FINAL, LANCA OS        *
      * MOVIMENTOS DE IMPOSTO E ENCERRAMENTO, ZERA O SALDO E      *
      * MARCA A CONTA ENCERRADA, COM O PAR CONTABIL DO IR.        *
      * COM BLOQUEIO JUDICIAL ATIVO A SOMA BLOQUEADA (LIMITADA AO *
      * LIQUIDO) FICA RETIDA NA CONTA, MARCADA 'J', E SO O QUE    *
      * EXCEDE SAI NO MOVIMENTO DE ENCERRAMENTO E NO REMPAG.      *
      * COM INSTRUCAO DE RENOVACAO O VALOR RENOVADO TAMBEM SAI NO *
      * ENCERRAMENTO, MAS VAI PARA A CONTA NOVA EM VEZ DO REMPAG. *
      *----------------------------------------------------------*
       LIQUIDAR-CONTA.

           PERFORM OBTER-PROX-SEQ-MOVIMENTO.
           PERFORM APURAR-RENDIMENTOS.
           PERFORM CALCULAR-IR-FINAL.
           COMPUTE WRK-LIQUIDO =
               WRK-SALDO-BRUTO - WRK-IOF - WRK-IMPOSTO.
           MOVE WRK-CONTA TO BLJ-WS-CONTA.
           MOVE WRK-LIQUIDO TO BLJ-WS-SALDO.
           PERFORM APURAR-BLOQUEIO-JUDICIAL.
           MOVE BLJ-WS-LIVRE TO WRK-PAGO.
           COMPUTE WRK-RETIDO = WRK-LIQUIDO - WRK-PAGO.
           IF WRK-RETIDO < ZEROS
               MOVE ZEROS TO WRK-RETIDO
               MOVE WRK-LIQUIDO TO WRK-PAGO
           END-IF.
           PERFORM APURAR-RENOVACAO THRU APURAR-RENOVACAO-EXIT.

           IF WRK-IOF > ZEROS
               MOVE 'F' TO MOV-WS-TIPO
               MOVE ZEROS TO MOV-WS-MES
               MOVE ZEROS TO MOV-WS-TAXA
               COMPUTE MOV-WS-VALOR = ZEROS - WRK-IOF
               COMPUTE MOV-WS-SALDO = WRK-SALDO-BRUTO - WRK-IOF
               PERFORM GRAVAR-MOVIMENTO
           END-IF.
           IF WRK-IMPOSTO > ZEROS
               MOVE 'I' TO MOV-WS-TIPO
               MOVE ZEROS TO MOV-WS-MES
               MOVE ZEROS TO MOV-WS-TAXA
               COMPUTE MOV-WS-VALOR = ZEROS - WRK-IMPOSTO
               COMPUTE MOV-WS-SALDO =
                   WRK-SALDO-BRUTO - WRK-IOF - WRK-IMPOSTO
               PERFORM GRAVAR-MOVIMENTO
               PERFORM GRAVAR-JORNAL-IR
           END-IF.
           IF WRK-PAGO NOT = ZEROS OR WRK-RETIDO = ZEROS
               MOVE 'E' TO MOV-WS-TIPO
               MOVE ZEROS TO MOV-WS-MES
               MOVE ZEROS TO MOV-WS-TAXA
               COMPUTE MOV-WS-VALOR = ZEROS - WRK-PAGO - WRK-REINVESTIDO
               MOVE WRK-RETIDO TO MOV-WS-SALDO
               PERFORM GRAVAR-MOVIMENTO
           END-IF.

           MOVE WRK-RETIDO TO LEDGER-SALDO.
           IF WRK-RETIDO > ZEROS
               SET LEDGER-CONTA-RETIDA TO TRUE
               ADD 1 TO WRK-TOTAL-RETIDAS
           ELSE
               SET LEDGER-CONTA-ENCERRADA TO TRUE
           END-IF.
           REWRITE REG-LEDGER.
           ADD 1 TO WRK-TOTAL-LIQUIDADAS.

           IF WRK-PAGO > ZEROS
               MOVE WRK-CONTA TO REM-WS-CONTA
               MOVE LEDGER-CPF TO REM-WS-CPF
               MOVE WRK-PAGO TO REM-WS-VALOR
               PERFORM GRAVAR-INSTRUCAO-PAGAMENTO
           END-IF.

                  WRK-VALOR-ED DELIMITED BY SIZE
                  INTO LINHA-VENC.
           WRITE LINHA-VENC.
           IF WRK-RETIDO > ZEROS
               MOVE WRK-RETIDO TO WRK-VALOR-ED
               MOVE SPACES TO LINHA-VENC
               STRING '   RETIDO POR BLOQUEIO JUDICIAL '
                      DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      ' (' DELIMITED BY SIZE
                      BLJ-WS-QTD DELIMITED BY SIZE
                      ' ORDEM(NS)) - VER BLQMNT' DELIMITED BY SIZE
                      INTO LINHA-VENC
               WRITE LINHA-VENC
           END-IF.
           IF RENOVACAO-IMPEDIDA
               MOVE SPACES TO LINHA-VENC
               STRING '   INSTRUCAO ' DELIMITED BY SIZE
                      IVC-WS-DESC DELIMITED BY SIZE
                      ' NAO CUMPRIDA - BLOQUEIO JUDICIAL'
                      DELIMITED BY SIZE
                      INTO LINHA-VENC
               WRITE LINHA-VENC
           END-IF.
           IF RENOVACAO-PEDIDA
               PERFORM ABRIR-CONTA-RENOVADA
                   THRU ABRIR-CONTA-RENOVADA-EXIT
           END-IF.
      *A GRAVACAO DA CONTA NOVA NAO PODE DESVIAR A VARREDURA DO
      *RAZAO: VOLTA A POSICIONAR LOGO DEPOIS DA CONTA VENCIDA
           IF RENOVACAO-PEDIDA
               MOVE WRK-CONTA TO LEDGER-CONTA
               START INVESTIMENTO-LEDGER
                   KEY IS GREATER THAN LEDGER-CONTA
                   INVALID KEY
                       SET LEDGER-FIM TO TRUE
               END-START
           END-IF.

       LIQUIDAR-CONTA-EXIT.
           EXIT.
                  WRK-VALOR-ED DELIMITED BY SIZE
                  INTO LINHA-VENC.
           WRITE LINHA-VENC.
           MOVE LEDGER-CONTA TO IVC-WS-CONTA.
           PERFORM LER-INSTRUCAO-VENC.
           IF NOT IVC-ENCONTRADA OR IVC-SEM-ACAO
               ADD 1 TO WRK-QTD-SEM-INSTRUCAO
               MOVE SPACES TO LINHA-VENC
               STRING '          INSTRUCAO: SEM INSTRUCAO - LIGAR '
                      DELIMITED BY SIZE
                      'PARA O CLIENTE' DELIMITED BY SIZE
                      INTO LINHA-VENC
           ELSE
               MOVE SPACES TO LINHA-VENC
               STRING '          INSTRUCAO: ' DELIMITED BY SIZE
                      IVC-WS-DESC DELIMITED BY SIZE
                      INTO LINHA-VENC
           END-IF.
           WRITE LINHA-VENC.

       CLASSIFICAR-PREVISAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * APURAR-RENDIMENTOS                                        *
      * REFAZ OS LOTES DE APORTE DA CONTA A PARTIR DO HISTORICO   *
      * (LOTEP.CPY), NA DATA DE HOJE, COMO NA ATIVIDADE05C. O IOF *
      * DOS LOTES AINDA NO PRAZO REDUZ O RENDIMENTO TRIBUTAVEL.   *
      *----------------------------------------------------------*
       APURAR-RENDIMENTOS.
           MOVE WRK-CONTA TO LOT-WS-CONTA.
           MOVE RUNDATE-HOJE TO LOT-WS-DATA-REF.
           PERFORM APURAR-LOTES.
           MOVE LOT-WS-IOF-TOTAL TO WRK-IOF.
           COMPUTE WRK-RENDIMENTOS = LOT-WS-JUROS-TOTAL - WRK-IOF.

       APURAR-RENDIMENTOS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * CARREGAR-FAIXAS-IR                                        *
      * CARREGA DE PARAMETROS AS FAIXAS DA TABELA REGRESSIVA,     *

      *----------------------------------------------------------*
      * CALCULAR-IR-FINAL                                         *
      * IR DE LIQUIDACAO: SO CDB PAGA, LOTE A LOTE, PELA FAIXA    *
      * DOS MESES DE PERMANENCIA DE CADA LOTE, SOBRE OS JUROS     *
      * AINDA NAO TRIBUTADOS DO LOTE MENOS O IOF DELE.            *
      *----------------------------------------------------------*
       CALCULAR-IR-FINAL.
           MOVE ZEROS TO WRK-IMPOSTO.
           IF PRODUTO-CDB
               PERFORM CALCULAR-IR-LOTE
                   VARYING LOT-WS-IND FROM 1 BY 1
                   UNTIL LOT-WS-IND > LOT-WS-QTD
           END-IF.

       CALCULAR-IR-FINAL-EXIT.
           EXIT.

       CALCULAR-IR-LOTE.
           COMPUTE WRK-BASE-IR = LOT-TAB-JUROS(LOT-WS-IND)
               - LOT-TAB-IOF(LOT-WS-IND).
           IF WRK-BASE-IR > ZEROS
               EVALUATE TRUE
                   WHEN LOT-TAB-MESES(LOT-WS-IND) <= WRK-IR-FAIXA1-MES
                       MOVE WRK-IR-FAIXA1-TX TO WRK-TAXA-IR
                   WHEN LOT-TAB-MESES(LOT-WS-IND) <= WRK-IR-FAIXA2-MES
                       MOVE WRK-IR-FAIXA2-TX TO WRK-TAXA-IR
                   WHEN LOT-TAB-MESES(LOT-WS-IND) <= WRK-IR-FAIXA3-MES
                       MOVE WRK-IR-FAIXA3-TX TO WRK-TAXA-IR
                   WHEN OTHER
                       MOVE WRK-IR-FINAL-TX TO WRK-TAXA-IR
               END-EVALUATE
               COMPUTE LOT-TAB-IR(LOT-WS-IND) ROUNDED =
                   WRK-BASE-IR * WRK-TAXA-IR
               ADD LOT-TAB-IR(LOT-WS-IND) TO WRK-IMPOSTO
           END-IF.

       CALCULAR-IR-LOTE-EXIT.
           EXIT.

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
      * VERIFICAR-LIQUIDACAO-HOJE                                 *
      * VARRE OS MOVIMENTOS DA CONTA NO HISTORICO INVMOV E MARCA  *
      * SE JA EXISTE O ENCERRAMENTO COM A DATA DE HOJE - A CONTA  *
      * NAO E LIQUIDADA DUAS VEZES NUMA RERODADA DO PASSO. A      *
      * GRAVACAO DO MOVIMENTO E POR CHAVE E NAO E AFETADA.        *
      *----------------------------------------------------------*
       VERIFICAR-LIQUIDACAO-HOJE.

           MOVE 'N' TO WRK-JA-LIQUIDADA.
           MOVE 'N' TO WRK-VARRE-MOV.
           MOVE LEDGER-CONTA TO MOV-CONTA.
           MOVE ZEROS TO MOV-SEQ.
           START INVESTIMENTO-MOVIMENTOS KEY IS NOT < MOV-CHAVE
               INVALID KEY
                   SET VARREDURA-MOV-FIM TO TRUE
           END-START.
           PERFORM VARRER-LIQUIDACAO-HOJE
               UNTIL VARREDURA-MOV-FIM OR LIQUIDACAO-JA-LANCADA.

       VERIFICAR-LIQUIDACAO-HOJE-EXIT.
           EXIT.

       VARRER-LIQUIDACAO-HOJE.
           READ INVESTIMENTO-MOVIMENTOS NEXT RECORD
               AT END
                   SET VARREDURA-MOV-FIM TO TRUE
           END-READ.
           IF NOT VARREDURA-MOV-FIM
               IF MOV-CONTA NOT = LEDGER-CONTA
                   SET VARREDURA-MOV-FIM TO TRUE
               ELSE
                   IF MOV-ENCERRAMENTO AND MOV-DATA = RUNDATE-HOJE
                       SET LIQUIDACAO-JA-LANCADA TO TRUE
                   END-IF
               END-IF
           END-IF.

       VARRER-LIQUIDACAO-HOJE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * RECUSAR-LIQUIDACAO-REPETIDA                               *
      * CONTA AINDA ABERTA COM O ENCERRAMENTO DE HOJE JA LANCADO  *
      * (QUEDA ENTRE O MOVIMENTO E A REGRAVACAO DO RAZAO): NAO E  *
      * LIQUIDADA DE NOVO E SAI NO RELATORIO PARA CONFERENCIA.    *
      *----------------------------------------------------------*
       RECUSAR-LIQUIDACAO-REPETIDA.

           ADD 1 TO WRK-TOTAL-JA-LIQUIDADAS.
           MOVE SPACES TO LINHA-VENC.
           STRING 'JA LIQUIDADA CONTA ' DELIMITED BY SIZE
                  LEDGER-CONTA DELIMITED BY SIZE
                  ' - ENCERRAMENTO DE HOJE JA LANCADO, CONFERIR'
                  DELIMITED BY SIZE
                  INTO LINHA-VENC.
           WRITE LINHA-VENC.

       RECUSAR-LIQUIDACAO-REPETIDA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * OBTER-MAIOR-CONTA                                         *
      * VARRE O RAZAO UMA VEZ NO INICIO PELO MAIOR NUMERO EM USO, *
      * PARA NUMERAR AS CONTAS ABERTAS PELAS RENOVACOES DO CICLO  *
      * (COMO O ATRIBUIR-NUMERO-CONTA DA ATIVIDADE05).            *
      *----------------------------------------------------------*
       OBTER-MAIOR-CONTA.
           MOVE ZEROS TO WRK-MAIOR-CONTA.
           MOVE 'N' TO WRK-VARRE-CONTA.
           MOVE ZEROS TO LEDGER-CONTA.
           START INVESTIMENTO-LEDGER KEY IS NOT < LEDGER-CONTA
               INVALID KEY
                   SET VARREDURA-CONTAS-FIM TO TRUE
           END-START.
           PERFORM VARRER-MAIOR-CONTA
               UNTIL VARREDURA-CONTAS-FIM.

       OBTER-MAIOR-CONTA-EXIT.
           EXIT.

       VARRER-MAIOR-CONTA.
           READ INVESTIMENTO-LEDGER NEXT RECORD
               AT END
                   SET VARREDURA-CONTAS-FIM TO TRUE
           END-READ.
           IF NOT VARREDURA-CONTAS-FIM
               MOVE LEDGER-CONTA TO WRK-MAIOR-CONTA
           END-IF.

       VARRER-MAIOR-CONTA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * APURAR-RENOVACAO                                          *
      * LE A INSTRUCAO DE VENCIMENTO DA CONTA. RENOVAR TOTAL LEVA *
      * O LIQUIDO INTEIRO PARA A CONTA NOVA; RENOVAR PRINCIPAL    *
      * LEVA O PRINCIPAL DOS LOTES (LIMITADO AO LIQUIDO) E PAGA O *
      * RENDIMENTO LIQUIDO PELO REMPAG. CONTA COM BLOQUEIO        *
      * JUDICIAL ATIVO E LIQUIDADA COMO SEM INSTRUCAO.            *
      *----------------------------------------------------------*
       APURAR-RENOVACAO.
           MOVE 'N' TO WRK-RENOVACAO.
           MOVE ZEROS TO WRK-REINVESTIDO.
           MOVE WRK-CONTA TO IVC-WS-CONTA.
           PERFORM LER-INSTRUCAO-VENC.
           IF NOT IVC-ENCONTRADA OR NOT IVC-RENOVAR
               GO TO APURAR-RENOVACAO-EXIT
           END-IF.
           IF BLJ-WS-QTD > ZEROS
               SET RENOVACAO-IMPEDIDA TO TRUE
               GO TO APURAR-RENOVACAO-EXIT
           END-IF.

           IF IVC-RENOVAR-TOTAL
               MOVE WRK-LIQUIDO TO WRK-REINVESTIDO
           ELSE
               COMPUTE WRK-REINVESTIDO =
                   LOT-WS-TOTAL - LOT-WS-JUROS-TOTAL
               IF WRK-REINVESTIDO > WRK-LIQUIDO
                   MOVE WRK-LIQUIDO TO WRK-REINVESTIDO
               END-IF
           END-IF.
           IF WRK-REINVESTIDO NOT > ZEROS
               MOVE ZEROS TO WRK-REINVESTIDO
               GO TO APURAR-RENOVACAO-EXIT
           END-IF.
           SET RENOVACAO-PEDIDA TO TRUE.
           MOVE IVC-ACAO TO WRK-RENOV-ACAO.
           MOVE IVC-PRAZO-MESES TO WRK-RENOV-PRAZO.
           COMPUTE WRK-PAGO = WRK-LIQUIDO - WRK-REINVESTIDO.

       APURAR-RENOVACAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ABRIR-CONTA-RENOVADA                                      *
      * ABRE A CONTA NOVA DA RENOVACAO: MESMO TITULAR, PRODUTO,   *
      * PERCENTUAL DO CDI E COTITULARES, VENCIMENTO NO PRAZO DA   *
      * INSTRUCAO A PARTIR DE HOJE E O APORTE DO VALOR RENOVADO   *
      * COM A TAXA VIGENTE DO TAXAS. A INSTRUCAO PASSA PARA A     *
      * CONTA NOVA E A VENCIDA GUARDA O NUMERO DELA. SE A CONTA   *
      * NOVA NAO PUDER SER GRAVADA O VALOR VAI AO REMPAG.         *
      *----------------------------------------------------------*
       ABRIR-CONTA-RENOVADA.
           MOVE LEDGER-CPF TO WRK-CPF-RENOV.
           MOVE LEDGER-PERC-CDI TO WRK-PERC-CDI-RENOV.
           COMPUTE WRK-BASE-NOVA = WRK-MAIOR-CONTA / 10 + 1.
           COMPUTE WRK-CONTA-NOVA = WRK-BASE-NOVA * 10.
           MOVE 'G' TO WRK-ACAO-DIGITO.
           CALL 'VALIDCTA' USING WRK-ACAO-DIGITO WRK-CONTA-NOVA
               WRK-DIGITO-OK.
           MOVE WRK-CONTA-NOVA TO WRK-MAIOR-CONTA.
           PERFORM CALCULAR-VENCIMENTO-RENOV.

           MOVE WRK-CONTA-NOVA TO LEDGER-CONTA.
           MOVE WRK-REINVESTIDO TO LEDGER-SALDO.
           MOVE WRK-TIPO-PRODUTO TO LEDGER-TIPO-PROD.
           MOVE WRK-CPF-RENOV TO LEDGER-CPF.
           MOVE 'A' TO LEDGER-SITUACAO.
           MOVE WRK-VENC-NOVO TO LEDGER-VENCIMENTO.
           MOVE ZEROS TO LEDGER-PERC-CDI.
           MOVE ZEROS TO LEDGER-DATA-APROP.
           IF PRODUTO-CDB-CDI
               MOVE WRK-PERC-CDI-RENOV TO LEDGER-PERC-CDI
               MOVE RUNDATE-HOJE TO LEDGER-DATA-APROP
           END-IF.
           WRITE REG-LEDGER
               INVALID KEY
                   MOVE WRK-CONTA TO REM-WS-CONTA
                   MOVE WRK-CPF-RENOV TO REM-WS-CPF
                   MOVE WRK-REINVESTIDO TO REM-WS-VALOR
                   PERFORM GRAVAR-INSTRUCAO-PAGAMENTO
                   MOVE SPACES TO LINHA-VENC
                   STRING '   CONTA NOVA ' DELIMITED BY SIZE
                          WRK-CONTA-NOVA DELIMITED BY SIZE
                          ' NAO GRAVADA - STATUS ' DELIMITED BY SIZE
                          WRK-LEDGER-STATUS DELIMITED BY SIZE
                          ' - VALOR ENVIADO AO REMPAG'
                          DELIMITED BY SIZE
                          INTO LINHA-VENC
                   WRITE LINHA-VENC
                   GO TO ABRIR-CONTA-RENOVADA-EXIT
           END-WRITE.

           MOVE ZEROS TO TAXA-WS-VALOR.
           IF NOT PRODUTO-CDB-CDI
               MOVE WRK-TIPO-PRODUTO TO TAXA-WS-PRODUTO
               COMPUTE TAXA-WS-ANOMES = RUNDATE-HOJE / 100
               PERFORM LER-TAXA
           END-IF.
           MOVE WRK-CONTA-NOVA TO MOV-WS-CONTA.
           PERFORM OBTER-PROX-SEQ-MOVIMENTO.
           MOVE 'A' TO MOV-WS-TIPO.
           MOVE ZEROS TO MOV-WS-MES.
           MOVE TAXA-WS-VALOR TO MOV-WS-TAXA.
           MOVE WRK-REINVESTIDO TO MOV-WS-VALOR.
           MOVE WRK-REINVESTIDO TO MOV-WS-SALDO.
           PERFORM GRAVAR-MOVIMENTO.

           PERFORM COPIAR-COTITULARES.
           PERFORM LIGAR-INSTRUCAO-RENOVADA.
           ADD 1 TO WRK-TOTAL-RENOVADAS.

           IF PRODUTO-CDB-CDI
               MOVE WRK-PERC-CDI-RENOV TO WRK-TAXA-ED
           ELSE
               MOVE TAXA-WS-VALOR TO WRK-TAXA-ED
           END-IF.
           MOVE WRK-REINVESTIDO TO WRK-VALOR-ED.
           MOVE WRK-VENC-NOVO TO WRK-DATA-ED.
           MOVE SPACES TO LINHA-VENC.
           STRING '   RENOVADA NA CONTA ' DELIMITED BY SIZE
                  WRK-CONTA-NOVA DELIMITED BY SIZE
                  ' VENC ' DELIMITED BY SIZE
                  WRK-DATA-ED DELIMITED BY SIZE
                  ' TX ' DELIMITED BY SIZE
                  WRK-TAXA-ED DELIMITED BY SIZE
                  ' VALOR ' DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  INTO LINHA-VENC.
           WRITE LINHA-VENC.
           IF WRK-PAGO > ZEROS
               MOVE WRK-PAGO TO WRK-VALOR-ED
               MOVE SPACES TO LINHA-VENC
               STRING '   RENDIMENTO PAGO PELO REMPAG '
                      DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      INTO LINHA-VENC
               WRITE LINHA-VENC
           END-IF.

       ABRIR-CONTA-RENOVADA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * CALCULAR-VENCIMENTO-RENOV                                 *
      * HOJE AVANCADO PELOS MESES DA INSTRUCAO, COM O DIA LIMITADO*
      * A 28, COMO NA ABERTURA DA ATIVIDADE05.                    *
      *----------------------------------------------------------*
       CALCULAR-VENCIMENTO-RENOV.
           COMPUTE WRK-VENC-ANO = RUNDATE-HOJE / 10000.
           COMPUTE WRK-VENC-MES =
               FUNCTION MOD(RUNDATE-HOJE / 100, 100).
           COMPUTE WRK-VENC-DIA = FUNCTION MOD(RUNDATE-HOJE, 100).
           IF WRK-VENC-DIA > 28
               MOVE 28 TO WRK-VENC-DIA
           END-IF.
           ADD WRK-RENOV-PRAZO TO WRK-VENC-MES.
           PERFORM AVANCAR-ANO-VENC UNTIL WRK-VENC-MES <= 12.
           COMPUTE WRK-VENC-NOVO = WRK-VENC-ANO * 10000
               + WRK-VENC-MES * 100 + WRK-VENC-DIA.

       CALCULAR-VENCIMENTO-RENOV-EXIT.
           EXIT.

       AVANCAR-ANO-VENC.
           SUBTRACT 12 FROM WRK-VENC-MES.
           ADD 1 TO WRK-VENC-ANO.

       AVANCAR-ANO-VENC-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * COPIAR-COTITULARES                                        *
      * A CONTA NOVA RECEBE OS MESMOS COTITULARES, MODALIDADE E   *
      * PERCENTUAIS DA CONTA VENCIDA (COTITP.CPY).                *
      *----------------------------------------------------------*
       COPIAR-COTITULARES.
           IF NOT COT-ABERTO
               GO TO COPIAR-COTITULARES-EXIT
           END-IF.
           MOVE WRK-CONTA TO COT-WS-CONTA.
           MOVE WRK-CPF-RENOV TO COT-WS-CPF-TITULAR.
           MOVE WRK-CPF-RENOV TO COT-WS-CPF.
           PERFORM CARREGAR-COTITULARES.
           PERFORM GRAVAR-COTITULAR-NOVA
               VARYING COT-WS-IND FROM 1 BY 1
               UNTIL COT-WS-IND > COT-WS-QTD.

       COPIAR-COTITULARES-EXIT.
           EXIT.

       GRAVAR-COTITULAR-NOVA.
           MOVE WRK-CONTA-NOVA TO COT-CONTA.
           MOVE COT-WS-TAB-CPF(COT-WS-IND) TO COT-CPF.
           MOVE COT-WS-TIPO TO COT-TIPO.
           MOVE COT-WS-TAB-PERC(COT-WS-IND) TO COT-PERCENTUAL.
           MOVE RUNDATE-HOJE TO COT-DATA-INCLUSAO.
           MOVE 'NOTURNO' TO COT-OPERADOR.
           WRITE REG-COTITULAR
               INVALID KEY
                   CONTINUE
           END-WRITE.

       GRAVAR-COTITULAR-NOVA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LIGAR-INSTRUCAO-RENOVADA                                  *
      * A CONTA VENCIDA GUARDA O NUMERO DA NOVA E A DATA DA       *
      * RENOVACAO; A NOVA HERDA A INSTRUCAO E APONTA A ANTERIOR.  *
      *----------------------------------------------------------*
       LIGAR-INSTRUCAO-RENOVADA.
           MOVE WRK-CONTA TO IVC-CONTA.
           READ INSTRUCOES-VENCIMENTO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WRK-CONTA-NOVA TO IVC-CONTA-NOVA
                   MOVE RUNDATE-HOJE TO IVC-DATA-RENOV
                   REWRITE REG-INSTVENC
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.
           MOVE WRK-CONTA-NOVA TO IVC-CONTA.
           MOVE WRK-RENOV-ACAO TO IVC-ACAO.
           MOVE WRK-RENOV-PRAZO TO IVC-PRAZO-MESES.
           MOVE WRK-CONTA TO IVC-CONTA-ANTERIOR.
           MOVE ZEROS TO IVC-CONTA-NOVA.
           MOVE ZEROS TO IVC-DATA-RENOV.
           MOVE RUNDATE-HOJE TO IVC-DATA-ATUALIZ.
           MOVE 'NOTURNO' TO IVC-OPERADOR.
           WRITE REG-INSTVENC
               INVALID KEY
                   CONTINUE
           END-WRITE.

       LIGAR-INSTRUCAO-RENOVADA-EXIT.
           EXIT.

      *----------------------------------------------------------*
           COPY 'RUNSTATSP.CPY' REPLACING ==STATS-PROGRAM-ID==
               BY =='ATIVIDADE05S'==.
           COPY 'REMPAGP.CPY'.
           COPY 'BLOQJUDP.CPY'.
           COPY 'LOTEP.CPY'.
           COPY 'INSTVENP.CPY'.
           COPY 'COTITP.CPY'.
           COPY 'TAXASP.CPY'.
           COPY 'CKPTINVP.CPY'.
