       IDENTIFICATION DIVISION.
       PROGRAM-ID. PONTEXP.
      **********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = KIVIA(ALURA) KIVIAAL
      *OBJETIVO: EXPIRACAO NOTURNA DOS PONTOS DE FIDELIDADE - LE O
      *SALDO DE CADA PARTICIPANTE (PONTSALD) E, NO RAZAO PONTMOV,
      *ZERA O QUE AINDA RESTA DOS GANHOS CUJA VALIDADE (ANO/MES)
      *JA PASSOU. O TOTAL EXPIRADO DO CPF SAI DO SALDO NUM
      *LANCAMENTO TIPO X, VALORIZADO A PONTOS-VALOR REAIS POR
      *PONTO, PARA O RELATORIO DE PASSIVO DE PONTOS (PONTPASS).
      *RODAR MAIS DE UMA VEZ NO DIA NAO EXPIRA NADA EM DOBRO: O
      *GANHO JA ZERADO NAO E CONTADO DE NOVO.
      *DATA   = 03/06/22
      *HISTORICO DE ALTERACOES
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PONTOS-SALDO ASSIGN TO "PONTSALD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTS-CPF
               FILE STATUS IS PTS-WS-STATUS.

           SELECT PONTOS-MOVIMENTOS ASSIGN TO "PONTMOV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTM-CHAVE
               FILE STATUS IS PTM-WS-STATUS.

           SELECT PARAMETROS ASSIGN TO "PARAMETR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARM-CHAVE
               FILE STATUS IS PARM-WS-STATUS.

           SELECT RUN-STATS ASSIGN TO "RUNSTATS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATS-WS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PONTOS-SALDO.
           COPY 'PONTSALD.CPY'.

       FD  PONTOS-MOVIMENTOS.
           COPY 'PONTMOV.CPY'.

       FD  PARAMETROS.
           COPY 'PARAMETROS.CPY'.

       FD  RUN-STATS.
           COPY 'RUNSTATS.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'RUNSTATSW.CPY'.
           COPY 'PONTOSW.CPY'.
           COPY 'PARAMETROSW.CPY'.
       77 WRK-FIM-SALDOS PIC X(01) VALUE 'N'.
           88 SALDOS-FIM VALUE 'S'.
       77 WRK-ANOMES-HOJE PIC 9(06) VALUE ZEROS.
       77 WRK-EXPIRADOS-CPF PIC 9(09) VALUE ZEROS.
       77 WRK-TOTAL-LIDOS PIC 9(07) VALUE ZEROS.
       77 WRK-TOTAL-CPFS PIC 9(07) VALUE ZEROS.
       77 WRK-TOTAL-PONTOS PIC 9(11) VALUE ZEROS.
       77 WRK-TOTAL-VALOR PIC 9(09)V99 VALUE ZEROS.
           COPY 'MONEY.CPY' REPLACING ==MONEY-FIELD-NAME==
               BY ==WRK-VALOR-ED==.
           COPY 'RUNDATE.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0002-INICIALIZAR.
           PERFORM 0003-PROCESSAR THRU 0003-PROCESSAR-EXIT
               UNTIL SALDOS-FIM.
           PERFORM 0004-FINALIZAR.

           STOP RUN.

       0002-INICIALIZAR.
           PERFORM OBTER-DATA-EXECUCAO.
           DISPLAY 'PONTEXP' '   DATA: ' RUNDATE-HOJE-ED.
           DIVIDE RUNDATE-HOJE BY 100 GIVING WRK-ANOMES-HOJE.
           PERFORM ABRIR-PONTOS.
           MOVE ZEROS TO PTS-CPF.
           START PONTOS-SALDO KEY IS NOT LESS THAN PTS-CPF
               INVALID KEY
                   SET SALDOS-FIM TO TRUE
           END-START.

      *----------------------------------------------------------*
      * 0003-PROCESSAR                                            *
      * UM PARTICIPANTE POR VEZ: SOMA E ZERA OS GANHOS VENCIDOS   *
      * E LANCA A EXPIRACAO NO RAZAO E NO SALDO.                  *
      *----------------------------------------------------------*
       0003-PROCESSAR.
           READ PONTOS-SALDO NEXT RECORD
               AT END
                   SET SALDOS-FIM TO TRUE
           END-READ.
           IF SALDOS-FIM
               GO TO 0003-PROCESSAR-EXIT
           END-IF.
           ADD 1 TO WRK-TOTAL-LIDOS.
           IF PTS-SALDO = ZEROS
               GO TO 0003-PROCESSAR-EXIT
           END-IF.

           MOVE ZEROS TO WRK-EXPIRADOS-CPF.
           MOVE PTS-CPF TO PTS-WS-CPF.
           MOVE 'N' TO PTS-WS-VARRE-FIM.
           MOVE PTS-CPF TO PTM-CPF.
           MOVE ZEROS TO PTM-SEQ.
           START PONTOS-MOVIMENTOS KEY IS NOT LESS THAN PTM-CHAVE
               INVALID KEY
                   MOVE 'S' TO PTS-WS-VARRE-FIM
           END-START.
           PERFORM EXPIRAR-GANHO THRU EXPIRAR-GANHO-EXIT
               UNTIL PTS-VARREDURA-FIM.
           IF WRK-EXPIRADOS-CPF = ZEROS
               GO TO 0003-PROCESSAR-EXIT
           END-IF.

           IF WRK-EXPIRADOS-CPF > PTS-SALDO
               MOVE PTS-SALDO TO WRK-EXPIRADOS-CPF
           END-IF.
           MOVE WRK-EXPIRADOS-CPF TO PTS-WS-PONTOS.
           COMPUTE PTS-WS-VALOR = PTS-WS-PONTOS * PTS-WS-VALOR-PONTO.
           SUBTRACT PTS-WS-PONTOS FROM PTS-SALDO.
           ADD PTS-WS-PONTOS TO PTS-TOT-EXPIRADOS.
           MOVE 'X' TO PTS-WS-TIPO.
           MOVE ZEROS TO PTS-WS-DATA-VENDA.
           MOVE ZEROS TO PTS-WS-LOTE.
           MOVE ZEROS TO PTS-WS-VALIDADE.
           MOVE ZEROS TO PTS-WS-SALDO-LOTE.
           MOVE SPACES TO PTS-WS-OPERADOR.
           PERFORM GRAVAR-MOVIMENTO-PONTOS.
           MOVE 'S' TO PTS-WS-SALDO-ACHADO.
           PERFORM GRAVAR-SALDO-PONTOS.
           ADD 1 TO WRK-TOTAL-CPFS.
           ADD PTS-WS-PONTOS TO WRK-TOTAL-PONTOS.
           ADD PTS-WS-VALOR TO WRK-TOTAL-VALOR.

       0003-PROCESSAR-EXIT.
           EXIT.

       0004-FINALIZAR.
           PERFORM FECHAR-PONTOS.
           PERFORM FECHAR-PARAMETROS.

           DISPLAY 'PARTICIPANTES LIDOS.....: ' WRK-TOTAL-LIDOS.
           DISPLAY 'PARTICIPANTES C/ EXPIRACAO: ' WRK-TOTAL-CPFS.
           DISPLAY 'PONTOS EXPIRADOS........: ' WRK-TOTAL-PONTOS.
           MOVE WRK-TOTAL-VALOR TO WRK-VALOR-ED.
           DISPLAY 'VALOR EXPIRADO..........: ' WRK-VALOR-ED.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

           MOVE WRK-TOTAL-CPFS TO STATS-REGISTROS.
           PERFORM GRAVAR-RUNSTATS.

      *----------------------------------------------------------*
      * EXPIRAR-GANHO                                             *
      * GANHO DO CPF COM SALDO E VALIDADE ANTERIOR AO MES CORRENTE*
      * TEM O SALDO ZERADO E SOMADO AO TOTAL EXPIRADO DO CPF.     *
      *----------------------------------------------------------*
       EXPIRAR-GANHO.
           READ PONTOS-MOVIMENTOS NEXT RECORD
               AT END
                   MOVE 'S' TO PTS-WS-VARRE-FIM
           END-READ.
           IF PTS-VARREDURA-FIM
               GO TO EXPIRAR-GANHO-EXIT
           END-IF.
           IF PTM-CPF NOT = PTS-WS-CPF
               MOVE 'S' TO PTS-WS-VARRE-FIM
               GO TO EXPIRAR-GANHO-EXIT
           END-IF.
           IF NOT PTM-GANHO OR PTM-SALDO-LOTE = ZEROS
               OR PTM-VALIDADE NOT < WRK-ANOMES-HOJE
               GO TO EXPIRAR-GANHO-EXIT
           END-IF.
           ADD PTM-SALDO-LOTE TO WRK-EXPIRADOS-CPF.
           MOVE ZEROS TO PTM-SALDO-LOTE.
           REWRITE REG-PONTOS-MOV.

       EXPIRAR-GANHO-EXIT.
           EXIT.

           COPY 'RUNDATEP.CPY'.
           COPY 'PONTOSP.CPY'.
           COPY 'PARAMETROSP.CPY'.
           COPY 'RUNSTATSP.CPY' REPLACING ==STATS-PROGRAM-ID==
               BY =='PONTEXP'==.
