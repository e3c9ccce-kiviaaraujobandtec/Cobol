      *NIGHTCTL): COM O SISTEMA TRAVADO A ATUALIZACAO E
      *RECUSADA, SALVO LIBERACAO DE SUPERVISOR REGISTRADA NO
      *AUDIT-TRAIL (LIBERA-QUIESCE), COMO NA ATIVIDADE05
      *04/05/22 KA CONTA CONJUNTA 'E' (COTITUL) SO E ENCERRADA COM
      *A AUTORIZACAO DE TODOS OS TITULARES, CONFIRMADA PELO
      *SUPERVISOR NA FILA DE APROVACOES (TIPO RESGCONJ, OPERACAO
      *E); SEM ELA O PEDIDO VAI PARA A FILA E NADA E ALTERADO
      *05/05/22 KA CONTA COM BLOQUEIO JUDICIAL ATIVO (BLOQJUD) NAO
      *PODE SER ENCERRADA - O RESGATE TOTAL INVADIRIA O VALOR
      *BLOQUEADO; O SALDO LIVRE E MOSTRADO PARA RESGATE PARCIAL
      *NA ATIVIDADE05. CONTA RETIDA APOS LIQUIDACAO ('J') SO SAI
      *PELO BLQMNT
      *06/05/22 KA IR E IOF POR LOTE DE APORTE (LOTEW/LOTEP.CPY):
      *CADA APORTE E UM LOTE COM DATA E JUROS PROPRIOS, OS
      *RESGATES JA FEITOS CONSUMIRAM OS LOTES MAIS ANTIGOS (PEPS)
      *E O IR DE CADA LOTE SAI PELA FAIXA DOS MESES DELE E O IOF
      *PELOS DIAS DELE - A CONTA COM APORTES MENSAIS DEIXA DE
      *PAGAR IOF SOBRE TODOS OS JUROS PELO ULTIMO APORTE E DE SER
      *TRIBUTADA COMO SE TODO O DINHEIRO TIVESSE A MESMA IDADE. O
      *DEMONSTRATIVO MOSTRA CADA LOTE
      *07/05/22 KA O CDB-CDI (POS-FIXADO EM % DO CDI) PAGA O IR
      *REGRESSIVO DO CDB NO ENCERRAMENTO
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS QSC-WS-STATUS.

           SELECT COTITULARES ASSIGN TO "COTITUL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COT-CHAVE
               ALTERNATE RECORD KEY IS COT-CPF
                   WITH DUPLICATES
               FILE STATUS IS COT-WS-STATUS.

           SELECT PENDENCIAS-APROVACAO ASSIGN TO "APROVPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APR-ID
               FILE STATUS IS APRV-WS-STATUS.

           SELECT BLOQUEIOS-JUDICIAIS ASSIGN TO "BLOQJUD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BLJ-CHAVE
               FILE STATUS IS BLJ-WS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVESTIMENTO-LEDGER.
       FD  ARQUIVO-QUIESCE.
           COPY 'QUIESCE.CPY'.

       FD  COTITULARES.
           COPY 'COTITUL.CPY'.

       FD  PENDENCIAS-APROVACAO.
           COPY 'APROV.CPY'.

       FD  BLOQUEIOS-JUDICIAIS.
           COPY 'BLOQJUD.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'QUIESCEW.CPY'.
           COPY 'AUDITWS.CPY'.
           COPY 'PARAMETROSW.CPY'.
           COPY 'INVMOVW.CPY'.
           COPY 'IOFW.CPY'.
           COPY 'LOTEW.CPY'.
           COPY 'REMPAGW.CPY'.
           COPY 'COTITW.CPY'.
           COPY 'APROVW.CPY'.
           COPY 'BLOQJUDW.CPY'.
       77 WRK-CONJ-LIBERADO PIC X(01) VALUE 'S'.
           88 ENCERRAMENTO-LIBERADO VALUE 'S'.
       77 WRK-LEDGER-STATUS PIC X(02) VALUE ZEROS.
           88 LEDGER-OK VALUE '00'.
           88 LEDGER-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-CONFIRMA PIC X(01) VALUE 'N'.
           88 ENCERRAMENTO-CONFIRMADO VALUE 'S'.
       77 WRK-TIPO-PRODUTO PIC X(08) VALUE SPACES.
           88 PRODUTO-CDB VALUE 'CDB' 'CDB-CDI'.

      *APURACAO DOS RENDIMENTOS ACUMULADOS POR LOTE DE APORTE
       77 WRK-RENDIMENTOS PIC S9(08)V99 VALUE ZEROS.
       77 WRK-BASE-IR PIC S9(08)V99 VALUE ZEROS.
       77 WRK-DATA-ED PIC 9(04)/99/99 VALUE ZEROS.

      *FAIXAS DA TABELA REGRESSIVA DE IR DO CDB (COMO NA
      *ATIVIDADE05)
       77 WRK-LIQUIDO PIC S9(08)V99 VALUE ZEROS.
           COPY 'MONEYS.CPY' REPLACING ==MONEY-FIELD-NAME==
               BY ==WRK-VALOR-ED==.
           COPY 'MONEYS.CPY' REPLACING ==MONEY-FIELD-NAME==
               BY ==WRK-IOF-ED==.
           COPY 'RUNDATE.CPY'.
           COPY 'RPTHDR.CPY'.

                               DISPLAY 'CONTA ' WRK-CONTA
                                       ' BLOQUEADA PELA CONCILIACAO '
                                       '- RESOLVER ANTES DE ENCERRAR.'
                           WHEN LEDGER-CONTA-RETIDA
                               DISPLAY 'CONTA ' WRK-CONTA
                                       ' JA LIQUIDADA - SALDO RETIDO '
                                       'POR ORDEM JUDICIAL (BLQMNT).'
                           WHEN OTHER
                               MOVE 'S' TO WRK-CONTA-ACHADA
                       END-EVALUATE
               END-READ
           END-IF.
           IF CONTA-ENCONTRADA
               PERFORM VERIFICAR-BLOQUEIO-JUDICIAL
           END-IF.

       0003-PROCESSAR.
           MOVE LEDGER-TIPO-PROD TO WRK-TIPO-PRODUTO.
                       'ALTERADO.'
               GO TO 0003-PROCESSAR-EXIT
           END-IF.
           PERFORM VERIFICAR-CONTA-CONJUNTA
               THRU VERIFICAR-CONTA-CONJUNTA-EXIT.
           IF NOT ENCERRAMENTO-LIBERADO
               GO TO 0003-PROCESSAR-EXIT
           END-IF.

           MOVE WRK-CONTA TO MOV-WS-CONTA.
           PERFORM ABRIR-MOVIMENTOS.
           PERFORM APURAR-RENDIMENTOS.
           MOVE LOT-WS-IOF-TOTAL TO WRK-IOF.
      *O IOF REDUZ O RENDIMENTO TRIBUTAVEL - O IR INCIDE SOBRE O
      *QUE SOBRA, COMO O BANCO LIQUIDA
           SUBTRACT WRK-IOF FROM WRK-RENDIMENTOS.
           PERFORM FECHAR-AUDITORIA.
           PERFORM FECHAR-PARAMETROS.
           PERFORM FECHAR-INSTRUCOES-PAGAMENTO.
           PERFORM FECHAR-COTITULARES.
           PERFORM FECHAR-APROVACOES.
           PERFORM FECHAR-BLOQUEIOS.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

      *----------------------------------------------------------*
      * VERIFICAR-BLOQUEIO-JUDICIAL                               *
      * O ENCERRAMENTO RESGATA O SALDO TODO, ENTAO CONTA COM      *
      * BLOQUEIO JUDICIAL ATIVO E RECUSADA, COM O VALOR BLOQUEADO *
      * E O SALDO LIVRE NA TELA.                                  *
      *----------------------------------------------------------*
       VERIFICAR-BLOQUEIO-JUDICIAL.
           MOVE WRK-CONTA TO BLJ-WS-CONTA.
           MOVE LEDGER-SALDO TO BLJ-WS-SALDO.
           PERFORM APURAR-BLOQUEIO-JUDICIAL.
           IF BLJ-WS-QTD > ZEROS
               MOVE 'N' TO WRK-CONTA-ACHADA
               DISPLAY 'CONTA ' WRK-CONTA ' COM ' BLJ-WS-QTD
                       ' BLOQUEIO(S) JUDICIAL(IS) - NAO PODE SER '
                       'ENCERRADA.'
               MOVE BLJ-WS-TOTAL TO WRK-VALOR-ED
               DISPLAY 'VALOR BLOQUEADO: ' WRK-VALOR-ED
               MOVE BLJ-WS-LIVRE TO WRK-VALOR-ED
               DISPLAY 'SALDO LIVRE PARA RESGATE: ' WRK-VALOR-ED
           END-IF.

       VERIFICAR-BLOQUEIO-JUDICIAL-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * VERIFICAR-CONTA-CONJUNTA                                  *
      * CONTA CONJUNTA 'E' SO E ENCERRADA COM A AUTORIZACAO DE    *
      * TODOS OS TITULARES, CONFIRMADA PELO SUPERVISOR NO         *
      * APROVREV. SEM APROVACAO O PEDIDO VAI PARA A FILA (UMA VEZ *
      * SO) E O ENCERRAMENTO E RECUSADO.                          *
      *----------------------------------------------------------*
       VERIFICAR-CONTA-CONJUNTA.
           MOVE 'S' TO WRK-CONJ-LIBERADO.
           MOVE WRK-CONTA TO COT-WS-CONTA.
           MOVE LEDGER-CPF TO COT-WS-CPF-TITULAR.
           MOVE LEDGER-CPF TO COT-WS-CPF.
           PERFORM CARREGAR-COTITULARES.
           IF NOT COT-WS-CONJUNTA-E
               GO TO VERIFICAR-CONTA-CONJUNTA-EXIT
           END-IF.

           MOVE 'RESGCONJ' TO APRV-WS-TIPO.
           MOVE SPACES TO APRV-WS-DADOS.
           STRING WRK-CONTA DELIMITED BY SIZE
                  'E' DELIMITED BY SIZE
                  '00000000000' DELIMITED BY SIZE
                  LEDGER-CPF DELIMITED BY SIZE
                  INTO APRV-WS-DADOS.
           PERFORM CONSULTAR-APROVACAO.
           IF APROVACAO-DISPONIVEL
               MOVE 'ENCERRA-CONJ' TO AUD-CAMPO
               MOVE APRV-WS-DADOS TO AUD-VALOR
               PERFORM GRAVAR-AUDITORIA
               DISPLAY 'ENCERRAMENTO DA CONTA CONJUNTA APROVADO.'
           ELSE
               MOVE 'N' TO WRK-CONJ-LIBERADO
               DISPLAY 'CONTA CONJUNTA E - O ENCERRAMENTO EXIGE A '
                       'AUTORIZACAO DE TODOS OS TITULARES.'
               IF APRV-JA-PENDENTE
                   DISPLAY 'ENCERRAMENTO JA AGUARDA A DECISAO DO '
                           'SUPERVISOR NO APROVREV.'
               ELSE
                   PERFORM ENFILEIRAR-APROVACAO
               END-IF
               DISPLAY 'NADA FOI ALTERADO.'
           END-IF.

       VERIFICAR-CONTA-CONJUNTA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * APURAR-RENDIMENTOS                                        *
      * REFAZ OS LOTES DE APORTE DA CONTA A PARTIR DO HISTORICO   *
      * (LOTEP.CPY): JUROS AINDA NAO TRIBUTADOS, MESES DE         *
      * PERMANENCIA E IOF DE CADA LOTE NA DATA DE HOJE.           *
      *----------------------------------------------------------*
       APURAR-RENDIMENTOS.
           MOVE WRK-CONTA TO LOT-WS-CONTA.
           MOVE RUNDATE-HOJE TO LOT-WS-DATA-REF.
           PERFORM APURAR-LOTES.
           MOVE LOT-WS-JUROS-TOTAL TO WRK-RENDIMENTOS.

       APURAR-RENDIMENTOS-EXIT.
           EXIT.

      *----------------------------------------------------------*

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
                  WRK-VALOR-ED DELIMITED BY SIZE
                  INTO LINHA-DEMONSTRATIVO.
           WRITE LINHA-DEMONSTRATIVO.
           PERFORM IMPRIMIR-LOTE-DEMONSTRATIVO
               VARYING LOT-WS-IND FROM 1 BY 1
               UNTIL LOT-WS-IND > LOT-WS-QTD.
           MOVE WRK-IOF TO WRK-VALOR-ED.
           MOVE SPACES TO LINHA-DEMONSTRATIVO.
           STRING 'IOF RETIDO.............: ' DELIMITED BY SIZE
       IMPRIMIR-DEMONSTRATIVO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * IMPRIMIR-LOTE-DEMONSTRATIVO                               *
      * DUAS LINHAS POR LOTE AINDA APLICADO: DATA DO APORTE,      *
      * MESES DE PERMANENCIA E JUROS; IOF E IR DO LOTE.           *
      *----------------------------------------------------------*
       IMPRIMIR-LOTE-DEMONSTRATIVO.
           IF LOT-TAB-PRINCIPAL(LOT-WS-IND)
               + LOT-TAB-JUROS(LOT-WS-IND) > ZEROS
               MOVE LOT-TAB-DATA(LOT-WS-IND) TO WRK-DATA-ED
               MOVE LOT-TAB-JUROS(LOT-WS-IND) TO WRK-VALOR-ED
               MOVE SPACES TO LINHA-DEMONSTRATIVO
               STRING '  LOTE ' DELIMITED BY SIZE
                      LOT-TAB-SEQ(LOT-WS-IND) DELIMITED BY SIZE
                      ' DE ' DELIMITED BY SIZE
                      WRK-DATA-ED DELIMITED BY SIZE
                      ' - ' DELIMITED BY SIZE
                      LOT-TAB-MESES(LOT-WS-IND) DELIMITED BY SIZE
                      ' MESES - JUROS ' DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      INTO LINHA-DEMONSTRATIVO
               WRITE LINHA-DEMONSTRATIVO
               MOVE LOT-TAB-IOF(LOT-WS-IND) TO WRK-IOF-ED
               MOVE LOT-TAB-IR(LOT-WS-IND) TO WRK-VALOR-ED
               MOVE SPACES TO LINHA-DEMONSTRATIVO
               STRING '       IOF ' DELIMITED BY SIZE
                      WRK-IOF-ED DELIMITED BY SIZE
                      '   IR ' DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      INTO LINHA-DEMONSTRATIVO
               WRITE LINHA-DEMONSTRATIVO
           END-IF.

       IMPRIMIR-LOTE-DEMONSTRATIVO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LANCAR-MOVIMENTOS-FINAIS                                  *
      * LANCA NO HISTORICO O IMPOSTO DE LIQUIDACAO E O RESGATE    *
           COPY 'RPTHDRP.CPY'.
           COPY 'PARAMETROSP.CPY'.
           COPY 'INVMOVP.CPY'.
           COPY 'LOTEP.CPY'.
           COPY 'REMPAGP.CPY'.
           COPY 'COTITP.CPY'.
           COPY 'APROVP.CPY'.
           COPY 'BLOQJUDP.CPY'.
           COPY 'QUIESCEP.CPY'.
           COPY 'QUIESCES.CPY'.
