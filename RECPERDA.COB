       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECPERDA.
      **********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = KIVIA(ALURA) KIVIAAL
      *OBJETIVO: BAIXA COMO PERDA DE CONTRATOS DE RECEBIVEIS
      *INCOBRAVEIS (MESA DE COBRANCA) - O OPERADOR INFORMA O
      *CONTRATO, VE AS PARCELAS, O SALDO EM ABERTO E O ATRASO DA
      *PARCELA ABERTA MAIS ANTIGA, QUE PRECISA TER PELO MENOS
      *PERDA-DIAS-MINIMO DIAS (PARAMETROS, PADRAO 90). A BAIXA
      *PASSA PELO QUATRO OLHOS: SEM UMA APROVACAO DE SUPERVISOR
      *NA FILA (APROVREV) ELA E SO CAPTURADA COMO PENDENCIA DO
      *TIPO PERDA (CONTRATO + SALDO EM ABERTO) E NADA E GRAVADO;
      *COM A APROVACAO, AS PARCELAS ABERTAS DO CONTRATO SAO
      *MARCADAS COMO BAIXADAS POR PERDA ('B'), CADA UMA COM O
      *SALDO NO AUDIT-TRAIL, E A PERDA E LANCADA NO JORNAL
      *(DEBITO PERDA-CRED X CREDITO CLIENTES-REC) PELO SALDO
      *MENOS A PARTE FINANCEIRA AINDA NAO RECEBIDA (JUROS DO
      *PLANO E ENCARGOS, QUE NUNCA FORAM RECEITA). O SALDO FICA
      *NA PARCELA: PAGAMENTO POSTERIOR ENTRA NO PROGCOB15K COMO
      *RECUPERACAO DE CREDITO BAIXADO.
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

           SELECT PARAMETROS ASSIGN TO "PARAMETR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARM-CHAVE
               FILE STATUS IS PARM-WS-STATUS.

           SELECT AUDIT-TRAIL ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUD-WS-STATUS.

           SELECT OPERADOR-SESSAO ASSIGN TO "OPERSESS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SES-WS-STATUS.

           SELECT PENDENCIAS-APROVACAO ASSIGN TO "APROVPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APR-ID
               FILE STATUS IS APRV-WS-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD  CONTAS-RECEBER.
           COPY 'RECEB.CPY'.

       FD  PARAMETROS.
           COPY 'PARAMETROS.CPY'.

       FD  AUDIT-TRAIL.
           COPY 'AUDITLOG.CPY'.

       FD  OPERADOR-SESSAO.
           COPY 'OPERSESS.CPY'.

       FD  PENDENCIAS-APROVACAO.
           COPY 'APROV.CPY'.

       FD  JORNAL-EXTRATO.
           COPY 'JORNAL.CPY'.

       FD  PERIODO-CONTABIL.
           COPY 'PERCTL.CPY'.

       FD  JORNAL-RETIDO.
           COPY 'JRNHELD.CPY'.

       FD  PLANO-CONTAS.
           COPY 'PLCONTAS.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'AUDITWS.CPY'.
           COPY 'OPERSESW.CPY'.
           COPY 'APROVW.CPY'.
           COPY 'JORNALW.CPY'.
           COPY 'PARAMETROSW.CPY'.
       77 WRK-REC-STATUS PIC X(02) VALUE ZEROS.
           88 REC-OK VALUE '00'.
           88 REC-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-OPCAO PIC X(01) VALUE SPACES.
           88 OPCAO-CONSULTAR VALUE 'C'.
           88 OPCAO-BAIXAR VALUE 'B'.
           88 OPCAO-SAIR VALUE 'S'.
       77 WRK-CONFIRMA PIC X(01) VALUE SPACES.
           88 CONFIRMADO VALUE 'S'.
       77 WRK-VALOR-ENT PIC X(11) VALUE SPACES.
       77 WRK-ENTRADA-VALIDA PIC X(01) VALUE 'N'.
           88 ENTRADA-VALIDA VALUE 'S'.
       77 WRK-VALOR-NUM PIC 9(09) VALUE ZEROS.
       77 WRK-FIM-CONTRATO PIC X(01) VALUE 'N'.
           88 CONTRATO-FIM VALUE 'S'.

      *ATRASO MINIMO PARA A BAIXA (PARAMETRO PERDA-DIAS-MINIMO)
       77 WRK-DIAS-MINIMO PIC 9(05) VALUE 90.

      *CONTRATO E O QUE ELE TEM EM ABERTO
       77 WRK-CONTRATO PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-LISTADAS PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-ABERTAS PIC 9(02) VALUE ZEROS.
       77 WRK-SALDO-ABERTO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-FINANC-ABERTO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-FINANCEIRO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-PERDA PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VENC-ANTIGO PIC 9(08) VALUE ZEROS.
       77 WRK-ATRASO PIC S9(05) VALUE ZEROS.
       77 WRK-SALDO-NUM PIC 9(09) VALUE ZEROS.
           COPY 'MONEY.CPY' REPLACING ==MONEY-FIELD-NAME==
               BY ==WRK-VALOR-ED==.
           COPY 'MONEY.CPY' REPLACING ==MONEY-FIELD-NAME==
               BY ==WRK-SALDO-ED==.
           COPY 'RUNDATE.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0002-INICIALIZAR.
           PERFORM 0003-PROCESSAR UNTIL OPCAO-SAIR.
           PERFORM 0004-FINALIZAR.

           STOP RUN.

       0002-INICIALIZAR.
           PERFORM OBTER-DATA-EXECUCAO.
           DISPLAY 'RECPERDA' '   DATA: ' RUNDATE-HOJE-ED.
           DISPLAY 'BAIXA DE CONTRATOS DE RECEBIVEIS COMO PERDA'.
           MOVE 'PERDA-DIAS-MINIMO' TO PARM-CODIGO.
           PERFORM LER-PARAMETRO.
           IF PARM-VALOR > ZEROS
               MOVE PARM-VALOR TO WRK-DIAS-MINIMO
           END-IF.
           PERFORM FECHAR-PARAMETROS.
           OPEN I-O CONTAS-RECEBER.
           IF REC-NAO-ENCONTRADO
               DISPLAY 'ARQUIVO DE RECEBIVEIS (RECEB) NAO '
                       'ENCONTRADO.'
               SET OPCAO-SAIR TO TRUE
           END-IF.

       0003-PROCESSAR.
           DISPLAY '----------------------------------------'.
           DISPLAY 'OPCAO: C=CONSULTAR  B=BAIXAR COMO PERDA  S=SAIR'.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE TRUE
               WHEN OPCAO-CONSULTAR
                   PERFORM LOCALIZAR-CONTRATO
                       THRU LOCALIZAR-CONTRATO-EXIT
               WHEN OPCAO-BAIXAR
                   PERFORM BAIXAR-CONTRATO
                       THRU BAIXAR-CONTRATO-EXIT
               WHEN OPCAO-SAIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

       0004-FINALIZAR.
           IF NOT REC-NAO-ENCONTRADO
               CLOSE CONTAS-RECEBER
           END-IF.
           PERFORM FECHAR-JORNAL.
           PERFORM FECHAR-AUDITORIA.
           PERFORM FECHAR-APROVACOES.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

      *----------------------------------------------------------*
      * LOCALIZAR-CONTRATO                                        *
      * ACEITA O NUMERO DO CONTRATO, LISTA TODAS AS PARCELAS E    *
      * SOMA O SALDO DAS ABERTAS, A PARTE FINANCEIRA AINDA NAO    *
      * RECEBIDA DELAS E O ATRASO DA ABERTA MAIS ANTIGA.          *
      *----------------------------------------------------------*
       LOCALIZAR-CONTRATO.
           MOVE ZEROS TO WRK-QTD-LISTADAS.
           MOVE ZEROS TO WRK-QTD-ABERTAS.
           MOVE ZEROS TO WRK-SALDO-ABERTO.
           MOVE ZEROS TO WRK-FINANC-ABERTO.
           MOVE ZEROS TO WRK-VENC-ANTIGO.
           MOVE ZEROS TO WRK-ATRASO.
           DISPLAY 'NUMERO DO CONTRATO'.
           ACCEPT WRK-VALOR-ENT FROM CONSOLE.
           CALL 'VALIDNUM' USING WRK-VALOR-ENT WRK-ENTRADA-VALIDA.
           IF NOT ENTRADA-VALIDA
               DISPLAY 'ENTRADA INVALIDA.'
               GO TO LOCALIZAR-CONTRATO-EXIT
           END-IF.
           MOVE FUNCTION TRIM(WRK-VALOR-ENT) TO WRK-VALOR-NUM.
           IF WRK-VALOR-NUM > 999999
               MOVE ZEROS TO WRK-CONTRATO
           ELSE
               MOVE WRK-VALOR-NUM TO WRK-CONTRATO
           END-IF.
           PERFORM POSICIONAR-CONTRATO.
           PERFORM LISTAR-PARCELA THRU LISTAR-PARCELA-EXIT
               UNTIL CONTRATO-FIM.
           IF WRK-QTD-LISTADAS = ZEROS
               DISPLAY 'CONTRATO NAO CADASTRADO.'
               GO TO LOCALIZAR-CONTRATO-EXIT
           END-IF.
           IF WRK-VENC-ANTIGO NOT = ZEROS
               COMPUTE WRK-ATRASO =
                   FUNCTION INTEGER-OF-DATE(RUNDATE-HOJE)
                   - FUNCTION INTEGER-OF-DATE(WRK-VENC-ANTIGO)
           END-IF.
           COMPUTE WRK-VALOR-PERDA =
               WRK-SALDO-ABERTO - WRK-FINANC-ABERTO.
           MOVE WRK-SALDO-ABERTO TO WRK-SALDO-ED.
           DISPLAY 'PARCELAS ABERTAS: ' WRK-QTD-ABERTAS
                   '  SALDO EM ABERTO: ' WRK-SALDO-ED.
           MOVE WRK-VALOR-PERDA TO WRK-VALOR-ED.
           DISPLAY 'ATRASO DA MAIS ANTIGA: ' WRK-ATRASO
                   ' DIAS  PERDA A LANCAR: ' WRK-VALOR-ED.

       LOCALIZAR-CONTRATO-EXIT.
           EXIT.

       POSICIONAR-CONTRATO.
           MOVE 'N' TO WRK-FIM-CONTRATO.
           MOVE WRK-CONTRATO TO REC-CONTRATO.
           MOVE ZEROS TO REC-PARCELA.
           START CONTAS-RECEBER KEY IS NOT < REC-CHAVE
               INVALID KEY
                   SET CONTRATO-FIM TO TRUE
           END-START.

       POSICIONAR-CONTRATO-EXIT.
           EXIT.

       LISTAR-PARCELA.
           PERFORM LER-PROXIMA-PARCELA.
           IF CONTRATO-FIM
               GO TO LISTAR-PARCELA-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-LISTADAS.
           MOVE REC-VALOR TO WRK-VALOR-ED.
           MOVE REC-SALDO TO WRK-SALDO-ED.
           DISPLAY 'PARCELA ' REC-PARCELA ' VENC ' REC-VENCIMENTO
                   ' SIT ' REC-SITUACAO ' VALOR ' WRK-VALOR-ED
                   ' SALDO ' WRK-SALDO-ED.
           IF REC-ABERTA
               ADD 1 TO WRK-QTD-ABERTAS
               ADD REC-SALDO TO WRK-SALDO-ABERTO
               PERFORM SOMAR-FINANCEIRO-ABERTO
               IF WRK-VENC-ANTIGO = ZEROS
                   OR REC-VENCIMENTO < WRK-VENC-ANTIGO
                   MOVE REC-VENCIMENTO TO WRK-VENC-ANTIGO
               END-IF
           END-IF.

       LISTAR-PARCELA-EXIT.
           EXIT.

       LER-PROXIMA-PARCELA.
           READ CONTAS-RECEBER NEXT RECORD
               AT END
                   SET CONTRATO-FIM TO TRUE
           END-READ.
           IF NOT CONTRATO-FIM
               IF REC-CONTRATO NOT = WRK-CONTRATO
                   SET CONTRATO-FIM TO TRUE
               END-IF
           END-IF.

       LER-PROXIMA-PARCELA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * SOMAR-FINANCEIRO-ABERTO                                   *
      * A BAIXA DE PAGAMENTOS QUITA PRIMEIRO A PARTE FINANCEIRA   *
      * DA PARCELA; O QUE DELA EXCEDE O JA PAGO NUNCA VIROU       *
      * RECEITA E NAO ENTRA NA PERDA.                             *
      *----------------------------------------------------------*
       SOMAR-FINANCEIRO-ABERTO.
           COMPUTE WRK-FINANCEIRO = REC-VALOR-JUROS + REC-ENCARGOS.
           IF WRK-FINANCEIRO > REC-VALOR-PAGO
               COMPUTE WRK-FINANC-ABERTO = WRK-FINANC-ABERTO
                   + WRK-FINANCEIRO - REC-VALOR-PAGO
           END-IF.

       SOMAR-FINANCEIRO-ABERTO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * BAIXAR-CONTRATO                                           *
      * CONFERE O ATRASO MINIMO, PEDE CONFIRMACAO E PASSA PELO    *
      * QUATRO OLHOS; COM A APROVACAO CONSUMIDA, MARCA AS         *
      * PARCELAS ABERTAS COMO PERDA E LANCA A PERDA NO JORNAL.    *
      *----------------------------------------------------------*
       BAIXAR-CONTRATO.
           PERFORM LOCALIZAR-CONTRATO THRU LOCALIZAR-CONTRATO-EXIT.
           IF WRK-QTD-LISTADAS = ZEROS
               GO TO BAIXAR-CONTRATO-EXIT
           END-IF.
           IF WRK-QTD-ABERTAS = ZEROS
               OR WRK-SALDO-ABERTO = ZEROS
               DISPLAY 'CONTRATO SEM SALDO EM ABERTO - NADA A '
                       'BAIXAR.'
               GO TO BAIXAR-CONTRATO-EXIT
           END-IF.
           IF WRK-ATRASO < WRK-DIAS-MINIMO
               DISPLAY 'ATRASO ABAIXO DO MINIMO DE ' WRK-DIAS-MINIMO
                       ' DIAS - CONTRATO NAO PODE SER BAIXADO.'
               GO TO BAIXAR-CONTRATO-EXIT
           END-IF.
           DISPLAY 'CONFIRMA A BAIXA DO CONTRATO COMO PERDA (S/N)'.
           ACCEPT WRK-CONFIRMA FROM CONSOLE.
           IF NOT CONFIRMADO
               DISPLAY 'BAIXA CANCELADA - NADA FOI ALTERADO.'
               GO TO BAIXAR-CONTRATO-EXIT
           END-IF.

           PERFORM VERIFICAR-APROVACAO-PERDA.
           IF NOT APROVACAO-DISPONIVEL
               GO TO BAIXAR-CONTRATO-EXIT
           END-IF.

           PERFORM POSICIONAR-CONTRATO.
           PERFORM MARCAR-PARCELA-PERDA
               THRU MARCAR-PARCELA-PERDA-EXIT
               UNTIL CONTRATO-FIM.
           PERFORM LANCAR-JORNAL-PERDA THRU LANCAR-JORNAL-PERDA-EXIT.

           MOVE WRK-VALOR-PERDA TO WRK-VALOR-ED.
           MOVE 'PERDA-CONTRATO' TO AUD-CAMPO.
           MOVE SPACES TO AUD-VALOR.
           STRING WRK-CONTRATO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  INTO AUD-VALOR.
           PERFORM GRAVAR-AUDITORIA.
           DISPLAY 'CONTRATO ' WRK-CONTRATO ' BAIXADO COMO PERDA.'.

       BAIXAR-CONTRATO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * MARCAR-PARCELA-PERDA                                      *
      * MARCA A PARCELA ABERTA COMO BAIXADA POR PERDA, COM A      *
      * DATA DA BAIXA, E REGISTRA NO AUDIT-TRAIL O SALDO BAIXADO. *
      *----------------------------------------------------------*
       MARCAR-PARCELA-PERDA.
           PERFORM LER-PROXIMA-PARCELA.
           IF CONTRATO-FIM OR NOT REC-ABERTA
               GO TO MARCAR-PARCELA-PERDA-EXIT
           END-IF.
           SET REC-BAIXADA-PERDA TO TRUE.
           MOVE RUNDATE-HOJE TO REC-DATA-PGTO.
           REWRITE REG-RECEBIVEL.
           MOVE REC-SALDO TO WRK-SALDO-ED.
           MOVE 'PERDA-PARCELA' TO AUD-CAMPO.
           MOVE SPACES TO AUD-VALOR.
           STRING REC-CONTRATO DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  REC-PARCELA DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-SALDO-ED DELIMITED BY SIZE
                  INTO AUD-VALOR.
           PERFORM GRAVAR-AUDITORIA.

       MARCAR-PARCELA-PERDA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LANCAR-JORNAL-PERDA                                       *
      * DEBITO PERDA-CRED X CREDITO CLIENTES-REC PELO VALOR       *
      * CONTABIL BAIXADO. A PROVISAO (PDD) DO CONTRATO E          *
      * REVERTIDA NO FECHAMENTO SEGUINTE DO PROGCOB15T, QUANDO    *
      * AS PARCELAS JA NAO ESTAO MAIS EM ABERTO.                  *
      *----------------------------------------------------------*
       LANCAR-JORNAL-PERDA.
           IF WRK-VALOR-PERDA = ZEROS
               GO TO LANCAR-JORNAL-PERDA-EXIT
           END-IF.
           MOVE ZEROS TO JRN-LOTE.
           MOVE SPACES TO JRN-HISTORICO.
           STRING 'BAIXA PERDA CONTRATO ' DELIMITED BY SIZE
                  WRK-CONTRATO DELIMITED BY SIZE
                  INTO JRN-HISTORICO.
           MOVE 'PERDA-CRED' TO JRN-CONTA.
           SET JRN-DEBITO TO TRUE.
           MOVE WRK-VALOR-PERDA TO JRN-VALOR.
           PERFORM GRAVAR-JORNAL.
           MOVE 'CLIENTES-REC' TO JRN-CONTA.
           SET JRN-CREDITO TO TRUE.
           MOVE WRK-VALOR-PERDA TO JRN-VALOR.
           PERFORM GRAVAR-JORNAL.

       LANCAR-JORNAL-PERDA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * VERIFICAR-APROVACAO-PERDA                                 *
      * QUATRO OLHOS: MONTA OS DADOS DA BAIXA (CONTRATO + SALDO   *
      * EM ABERTO EM CENTAVOS) E CONSULTA A FILA DE APROVACOES;   *
      * SEM APROVACAO DE SUPERVISOR O PEDIDO VIRA PENDENCIA E     *
      * NADA E GRAVADO. UM PAGAMENTO ENTRE O PEDIDO E A           *
      * APLICACAO MUDA O SALDO E EXIGE NOVA APROVACAO.            *
      *----------------------------------------------------------*
       VERIFICAR-APROVACAO-PERDA.

           COMPUTE WRK-SALDO-NUM = WRK-SALDO-ABERTO * 100.
           MOVE 'PERDA' TO APRV-WS-TIPO.
           MOVE SPACES TO APRV-WS-DADOS.
           STRING WRK-CONTRATO DELIMITED BY SIZE
                  WRK-SALDO-NUM DELIMITED BY SIZE
                  INTO APRV-WS-DADOS.
           PERFORM CONSULTAR-APROVACAO.
           IF NOT APROVACAO-DISPONIVEL
               PERFORM ENFILEIRAR-APROVACAO
           END-IF.

       VERIFICAR-APROVACAO-PERDA-EXIT.
           EXIT.

           COPY 'RUNDATEP.CPY'.
           COPY 'PARAMETROSP.CPY'.
           COPY 'AUDITPRC.CPY' REPLACING ==AUD-PROGRAM-ID==
               BY =='RECPERDA'==.
           COPY 'APROVP.CPY'.
           COPY 'JORNALP.CPY' REPLACING ==JRN-PROGRAM-ID==
               BY =='RECPERDA'==.
