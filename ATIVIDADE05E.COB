      *CONSOLE E O PASSO MESEXTR DO FECHAMENTO MENSAL RODA SEM
      *OPERADOR (PARM='0' = TODAS AS CONTAS); SEM PARM O
      *DIALOGO DE SEMPRE CONTINUA VALENDO
      *05/05/22 KA TRANSFERENCIA PARA DEPOSITO JUDICIAL SAI NO
      *EXTRATO COMO DEP.JUDIC
      *06/05/22 KA POSICAO POR LOTE DE APORTE DEPOIS DO SALDO DE
      *FECHAMENTO (LOTEW/LOTEP.CPY): DATA, PRINCIPAL, JUROS E
      *MESES DE PERMANENCIA DE CADA LOTE AINDA APLICADO, JA
      *DESCONTADOS OS RESGATES (PEPS)
      *08/05/22 KA RESGATE E APORTE DE TRANSFERENCIA ENTRE CONTAS
      *DO TITULAR (ATIVIDADE05O) SAEM COMO TRANSF P/ OU TRANSF DE
      *COM A CONTA DO OUTRO LADO E A REFERENCIA DO INVTRF
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS MOV-CHAVE
               FILE STATUS IS MOV-WS-STATUS.

           SELECT TRANSFERENCIAS-INVEST ASSIGN TO "INVTRF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRF-CHAVE
               ALTERNATE RECORD KEY IS TRF-REFERENCIA
                   WITH DUPLICATES
               FILE STATUS IS TRF-WS-STATUS.

           SELECT EXTRATO-IMPRESSO ASSIGN TO "EXTRATO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.
       FD  INVESTIMENTO-MOVIMENTOS.
           COPY 'INVMOV.CPY'.

       FD  TRANSFERENCIAS-INVEST.
           COPY 'INVTRF.CPY'.

       FD  EXTRATO-IMPRESSO.
       01  LINHA-EXTRATO       PIC X(80).

               BY ==WRK-SALDO-ED==.
           COPY 'RUNDATE.CPY'.
           COPY 'RPTHDR.CPY'.
           COPY 'IOFW.CPY'.
           COPY 'LOTEW.CPY'.
           COPY 'INVTRFW.CPY'.

       LINKAGE SECTION.
       01  LK-PARM.
               CLOSE INVESTIMENTO-MOVIMENTOS
               CLOSE EXTRATO-IMPRESSO
           END-IF.
           PERFORM FECHAR-TRANSFERENCIAS.
           DISPLAY 'EXTRATOS IMPRESSOS: ' WRK-TOTAL-CONTAS.
           DISPLAY 'EXTRATO GRAVADO EM EXTRATO.'.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.
      *----------------------------------------------------------*
      * EXTRATAR-UMA-CONTA                                        *
      * CABECALHO DA CONTA, SALDO DE ABERTURA, UM MOVIMENTO POR   *
      * LINHA, SALDO DE FECHAMENTO E POSICAO POR LOTE DE APORTE.  *
      *----------------------------------------------------------*
       EXTRATAR-UMA-CONTA.

                  WRK-SALDO-ED DELIMITED BY SIZE
                  INTO LINHA-EXTRATO.
           WRITE LINHA-EXTRATO.
           IF CONTA-TEM-MOVIMENTO
               PERFORM IMPRIMIR-POSICAO-LOTES
           END-IF.
           MOVE SPACES TO LINHA-EXTRATO.
           WRITE LINHA-EXTRATO.

       EXTRATAR-UMA-CONTA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * IMPRIMIR-POSICAO-LOTES                                    *
      * REFAZ OS LOTES DE APORTE DA CONTA PELO HISTORICO          *
      * (LOTEP.CPY) E IMPRIME UMA LINHA POR LOTE AINDA APLICADO,  *
      * DO MAIS ANTIGO PARA O MAIS NOVO. O LOTE 000000 E O SALDO  *
      * DE ABERTURA SEM APORTE REGISTRADO.                        *
      *----------------------------------------------------------*
       IMPRIMIR-POSICAO-LOTES.

           MOVE LEDGER-CONTA TO LOT-WS-CONTA.
           MOVE ZEROS TO LOT-WS-DATA-REF.
           PERFORM APURAR-LOTES.
           MOVE 'POSICAO POR LOTE DE APORTE (RESGATES PEPS):'
               TO LINHA-EXTRATO.
           WRITE LINHA-EXTRATO.
           PERFORM IMPRIMIR-LOTE-EXTRATO
               VARYING LOT-WS-IND FROM 1 BY 1
               UNTIL LOT-WS-IND > LOT-WS-QTD.

       IMPRIMIR-POSICAO-LOTES-EXIT.
           EXIT.

       IMPRIMIR-LOTE-EXTRATO.
           IF LOT-TAB-PRINCIPAL(LOT-WS-IND)
               + LOT-TAB-JUROS(LOT-WS-IND) > ZEROS
               MOVE LOT-TAB-DATA(LOT-WS-IND) TO WRK-DATA-ED
               MOVE LOT-TAB-PRINCIPAL(LOT-WS-IND) TO WRK-VALOR-ED
               MOVE LOT-TAB-JUROS(LOT-WS-IND) TO WRK-SALDO-ED
               MOVE SPACES TO LINHA-EXTRATO
               STRING '  ' DELIMITED BY SIZE
                      WRK-DATA-ED DELIMITED BY SIZE
                      ' LOTE ' DELIMITED BY SIZE
                      LOT-TAB-SEQ(LOT-WS-IND) DELIMITED BY SIZE
                      ' PRINC ' DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      ' JUROS ' DELIMITED BY SIZE
                      WRK-SALDO-ED DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      LOT-TAB-MESES(LOT-WS-IND) DELIMITED BY SIZE
                      ' MESES' DELIMITED BY SIZE
                      INTO LINHA-EXTRATO
               WRITE LINHA-EXTRATO
           END-IF.

       IMPRIMIR-LOTE-EXTRATO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LISTAR-MOVIMENTO                                          *
      * IMPRIME O MOVIMENTO CORRENTE DA CONTA; NO PRIMEIRO,       *
                   MOVE 'IOF' TO WRK-TIPO-DESC
               WHEN MOV-ENCERRAMENTO
                   MOVE 'ENCERRA' TO WRK-TIPO-DESC
               WHEN MOV-DEPOSITO-JUDICIAL
                   MOVE 'DEP.JUDIC' TO WRK-TIPO-DESC
               WHEN OTHER
                   MOVE 'MOVIMENTO' TO WRK-TIPO-DESC
           END-EVALUATE.
           MOVE MOV-TAXA TO WRK-TAXA-ED.
           MOVE MOV-VALOR TO WRK-VALOR-ED.
           MOVE MOV-SALDO-APOS TO WRK-SALDO-ED.
           MOVE 'N' TO TRF-WS-ACHADA.
           IF MOV-APORTE OR MOV-RESGATE
               PERFORM LOCALIZAR-TRANSFERENCIA
           END-IF.
           MOVE SPACES TO LINHA-EXTRATO.
           IF TRF-ENCONTRADA
               IF TRF-SAIDA
                   MOVE 'TRANSF P/' TO WRK-TIPO-DESC
               ELSE
                   MOVE 'TRANSF DE' TO WRK-TIPO-DESC
               END-IF
               STRING WRK-DATA-ED DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-TIPO-DESC DELIMITED BY SIZE
                      TRF-CONTA-PAR DELIMITED BY SIZE
                      ' REF ' DELIMITED BY SIZE
                      TRF-REFERENCIA DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      ' SALDO ' DELIMITED BY SIZE
                      WRK-SALDO-ED DELIMITED BY SIZE
                      INTO LINHA-EXTRATO
           ELSE
               STRING WRK-DATA-ED DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-TIPO-DESC DELIMITED BY SIZE
                      ' TX ' DELIMITED BY SIZE
                      WRK-TAXA-ED DELIMITED BY SIZE
                      ' VALOR ' DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      ' SALDO ' DELIMITED BY SIZE
                      WRK-SALDO-ED DELIMITED BY SIZE
                      INTO LINHA-EXTRATO
           END-IF.
           WRITE LINHA-EXTRATO.
           MOVE MOV-SALDO-APOS TO WRK-SALDO-FECHO.


           COPY 'RUNDATEP.CPY'.
           COPY 'RPTHDRP.CPY'.
           COPY 'LOTEP.CPY'.
           COPY 'INVTRFP.CPY'.
