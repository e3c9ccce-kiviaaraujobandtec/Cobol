      *LANCAMENTO - CONTA DESCONHECIDA COM DIGITO ERRADO SAI NO
      *SUSPENSO COM O MOTIVO PROPRIO, PARA A FILIAL ENXERGAR A
      *TRANSPOSICAO DE DIGITOS
      *03/05/22 KA APORTE EM CDB/LCI QUE LEVE A SOMA DAS CONTAS
      *DO CPF ACIMA DO TETO DE GARANTIA DO FGC (FGCW/FGCP.CPY,
      *FGC-LIMITE-MIL EM PARAMETROS) VAI PARA OS SUSPENSOS COM A
      *EXPOSICAO E A PARTE SEM GARANTIA; COM FGC-SO-AVISO = 1 O
      *APORTE E LANCADO E SO SAI O AVISO NO BANCOSUS
      *05/05/22 KA RESGATE QUE INVADA O VALOR BLOQUEADO POR ORDEM
      *JUDICIAL (BLOQJUD) VAI PARA OS SUSPENSOS; CONTA JA LIQUIDADA
      *COM SALDO RETIDO ('J') TAMBEM NAO RECEBE MOVIMENTO
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS MOV-CHAVE
               FILE STATUS IS MOV-WS-STATUS.

           SELECT PARAMETROS ASSIGN TO "PARAMETR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARM-CHAVE
               FILE STATUS IS PARM-WS-STATUS.

           SELECT LISTAGEM-SUSPENSOS ASSIGN TO "BANCOSUS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-SUSP-STATUS.

           SELECT BLOQUEIOS-JUDICIAIS ASSIGN TO "BLOQJUD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BLJ-CHAVE
               FILE STATUS IS BLJ-WS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BANCO-MOVIMENTOS.
       FD  INVESTIMENTO-MOVIMENTOS.
           COPY 'INVMOV.CPY'.

       FD  PARAMETROS.
           COPY 'PARAMETROS.CPY'.

       FD  BLOQUEIOS-JUDICIAIS.
           COPY 'BLOQJUD.CPY'.

       FD  LISTAGEM-SUSPENSOS.
       01  LINHA-SUSPENSO      PIC X(80).

       WORKING-STORAGE SECTION.
           COPY 'INVMOVW.CPY'.
           COPY 'PARAMETROSW.CPY'.
           COPY 'FGCW.CPY'.
           COPY 'BLOQJUDW.CPY'.
       77 WRK-BMOV-STATUS PIC X(02) VALUE ZEROS.
           88 BMOV-OK VALUE '00'.
           88 BMOV-FIM VALUE '10'.

       77 WRK-QTD-LANCADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-SUSPENSOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-FGC-SUSP PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-FGC-AVISO PIC 9(05) VALUE ZEROS.
       77 WRK-VALOR-MOV PIC S9(08)V99 VALUE ZEROS.
       77 WRK-MOTIVO PIC X(20) VALUE SPACES.
       77 WRK-CONTA-DIG PIC 9(06) VALUE ZEROS.
       77 WRK-ACAO-DIGITO PIC X(01) VALUE 'V'.
       77 WRK-DIGITO-OK PIC X(01) VALUE 'S'.
           88 DIGITO-VALIDO VALUE 'S'.
           COPY 'MONEYS.CPY' REPLACING ==MONEY-FIELD-NAME==
               BY ==WRK-EXPOSICAO-ED==.
           COPY 'MONEYS.CPY' REPLACING ==MONEY-FIELD-NAME==
               BY ==WRK-DESCOBERTO-ED==.
           COPY 'RUNDATE.CPY'.
           COPY 'RPTHDR.CPY'.

               GO TO 0003-LANCAR-LOTE-EXIT
           END-IF.
           PERFORM ABRIR-MOVIMENTOS.
           PERFORM CARREGAR-LIMITE-FGC.
           OPEN OUTPUT LISTAGEM-SUSPENSOS.
           MOVE 'SUSPENSOS DA IMPORTACAO BANCARIA'
               TO RPT-HDR-TITULO.
           WRITE LINHA-SUSPENSO.
           CLOSE LISTAGEM-SUSPENSOS.
           PERFORM FECHAR-MOVIMENTOS.
           PERFORM FECHAR-PARAMETROS.
           PERFORM FECHAR-BLOQUEIOS.
           CLOSE INVESTIMENTO-LEDGER.

       0003-LANCAR-LOTE-EXIT.

       LANCAR-MOVIMENTO-BANCO.
           MOVE SPACES TO WRK-MOTIVO.
           SET FGC-NAO-SE-APLICA TO TRUE.
           MOVE 'S' TO WRK-DIGITO-OK.
           MOVE BMOV-CONTA TO WRK-CONTA-DIG.
           MOVE 'V' TO WRK-ACAO-DIGITO.
                   IF LEDGER-CONTA-BLOQUEADA
                       MOVE 'CONTA BLOQUEADA' TO WRK-MOTIVO
                   END-IF
                   IF LEDGER-CONTA-RETIDA
                       MOVE 'CONTA RETIDA JUDIC' TO WRK-MOTIVO
                   END-IF
           END-READ.

           IF WRK-MOTIVO = SPACES AND BMOV-APORTE
               PERFORM CONFERIR-LIMITE-FGC THRU
                   CONFERIR-LIMITE-FGC-EXIT
           END-IF.

           IF WRK-MOTIVO = SPACES AND BMOV-RESGATE
               MOVE LEDGER-CONTA TO BLJ-WS-CONTA
               MOVE LEDGER-SALDO TO BLJ-WS-SALDO
               PERFORM APURAR-BLOQUEIO-JUDICIAL
               IF BLJ-WS-QTD > ZEROS AND BMOV-VALOR > BLJ-WS-LIVRE
                   MOVE 'BLOQUEIO JUDICIAL' TO WRK-MOTIVO
               END-IF
           END-IF.

           IF WRK-MOTIVO NOT = SPACES
               ADD 1 TO WRK-QTD-SUSPENSOS
               MOVE SPACES TO LINHA-SUSPENSO
                      WRK-MOTIVO DELIMITED BY SIZE
                      INTO LINHA-SUSPENSO
               WRITE LINHA-SUSPENSO
               IF FGC-ACIMA-LIMITE
                   PERFORM IMPRIMIR-EXPOSICAO-FGC
               END-IF
               GO TO LANCAR-MOVIMENTO-BANCO-EXIT
           END-IF.

       LANCAR-MOVIMENTO-BANCO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * CONFERIR-LIMITE-FGC                                       *
      * APORTE QUE LEVA A EXPOSICAO DO CPF AO FGC ACIMA DO TETO:  *
      * SUSPENSO PELO MOTIVO PROPRIO OU, COM FGC-SO-AVISO = 1,    *
      * LANCADO COM A LINHA DE AVISO NO BANCOSUS.                 *
      *----------------------------------------------------------*
       CONFERIR-LIMITE-FGC.
           MOVE LEDGER-CPF TO FGC-WS-CPF.
           MOVE LEDGER-CONTA TO FGC-WS-CONTA.
           MOVE LEDGER-TIPO-PROD TO FGC-WS-TIPO-PROD.
           MOVE BMOV-VALOR TO FGC-WS-VALOR.
           PERFORM APURAR-EXPOSICAO-FGC THRU APURAR-EXPOSICAO-FGC-EXIT.
           IF NOT FGC-ACIMA-LIMITE
               GO TO CONFERIR-LIMITE-FGC-EXIT
           END-IF.
           IF FGC-LOTE-SO-AVISA
               ADD 1 TO WRK-QTD-FGC-AVISO
               MOVE SPACES TO LINHA-SUSPENSO
               STRING 'AVISO CONTA ' DELIMITED BY SIZE
                      BMOV-CONTA DELIMITED BY SIZE
                      ' DATA ' DELIMITED BY SIZE
                      BMOV-DATA DELIMITED BY SIZE
                      ' VALOR ' DELIMITED BY SIZE
                      BMOV-SINAL DELIMITED BY SIZE
                      BMOV-VALOR DELIMITED BY SIZE
                      ' - LANCADO ACIMA DO TETO FGC' DELIMITED BY SIZE
                      INTO LINHA-SUSPENSO
               WRITE LINHA-SUSPENSO
               PERFORM IMPRIMIR-EXPOSICAO-FGC
           ELSE
               ADD 1 TO WRK-QTD-FGC-SUSP
               MOVE 'ACIMA DO TETO FGC' TO WRK-MOTIVO
           END-IF.

       CONFERIR-LIMITE-FGC-EXIT.
           EXIT.

       IMPRIMIR-EXPOSICAO-FGC.
           MOVE FGC-WS-EXPOSICAO-APOS TO WRK-EXPOSICAO-ED.
           MOVE FGC-WS-DESCOBERTO TO WRK-DESCOBERTO-ED.
           MOVE SPACES TO LINHA-SUSPENSO.
           STRING '   CPF ' DELIMITED BY SIZE
                  FGC-WS-CPF DELIMITED BY SIZE
                  ' EXPOSICAO ' DELIMITED BY SIZE
                  WRK-EXPOSICAO-ED DELIMITED BY SIZE
                  ' SEM GARANTIA ' DELIMITED BY SIZE
                  WRK-DESCOBERTO-ED DELIMITED BY SIZE
                  INTO LINHA-SUSPENSO.
           WRITE LINHA-SUSPENSO.

       IMPRIMIR-EXPOSICAO-FGC-EXIT.
           EXIT.

       0004-FINALIZAR.

           DISPLAY 'ATIVIDADE05M' '   DATA: ' RUNDATE-HOJE-ED.
           DISPLAY 'MOVIMENTOS CONFERIDOS: ' WRK-QTD-LIDOS.
           DISPLAY 'MOVIMENTOS LANCADOS..: ' WRK-QTD-LANCADOS.
           DISPLAY 'MOVIMENTOS SUSPENSOS.: ' WRK-QTD-SUSPENSOS.
           DISPLAY 'SUSPENSOS TETO FGC...: ' WRK-QTD-FGC-SUSP.
           DISPLAY 'AVISOS TETO FGC......: ' WRK-QTD-FGC-AVISO.
           IF WRK-QTD-SUSPENSOS > ZEROS OR WRK-QTD-FGC-AVISO > ZEROS
               DISPLAY 'LISTAGEM DE SUSPENSOS EM BANCOSUS.'
           END-IF.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.
           COPY 'RUNDATEP.CPY'.
           COPY 'RPTHDRP.CPY'.
           COPY 'INVMOVP.CPY'.
           COPY 'PARAMETROSP.CPY'.
           COPY 'FGCP.CPY'.
           COPY 'BLOQJUDP.CPY'.
