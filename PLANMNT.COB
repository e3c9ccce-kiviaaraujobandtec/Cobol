       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLANMNT.
      **********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = KIVIA(ALURA) KIVIAAL
      *OBJETIVO: MANUTENCAO DA TABELA DE PLANOS DE PARCELAMENTO
      *COM JUROS (PLANOPAR) - LISTA OS PLANOS (NUMERO DE
      *PARCELAS E TAXA MENSAL) E PERMITE AO OPERADOR INCLUIR,
      *ALTERAR E EXCLUIR PLANOS DE 7 A 12 PARCELAS, EM LACO ATE
      *SAIR. COMO NAS DEMAIS TABELAS DE TAXA, TODA MUDANCA PASSA
      *PELO QUATRO OLHOS: SEM UMA APROVACAO DE SUPERVISOR NA
      *FILA (APROVREV) ELA E SO CAPTURADA COMO PENDENCIA
      *(APROVPEN) E NADA E GRAVADO; COM A APROVACAO, ELA E
      *CONSUMIDA E A MUDANCA VAI PARA O AUDIT-TRAIL COM A TAXA
      *ANTIGA E A NOVA. A TAXA VALE PARA OS CONTRATOS GERADOS
      *DEPOIS DA MUDANCA - CADA PARCELA NO RECEB GUARDA A TAXA
      *COM QUE FOI CALCULADA.
      *DATA   = 22/04/22
      *HISTORICO DE ALTERACOES
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLANOS-PARCELAMENTO ASSIGN TO "PLANOPAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLAN-QTD-PARCELAS
               FILE STATUS IS WRK-PLAN-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD  PLANOS-PARCELAMENTO.
           COPY 'PLANOPAR.CPY'.

       FD  AUDIT-TRAIL.
           COPY 'AUDITLOG.CPY'.

       FD  OPERADOR-SESSAO.
           COPY 'OPERSESS.CPY'.

       FD  PENDENCIAS-APROVACAO.
           COPY 'APROV.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'AUDITWS.CPY'.
           COPY 'OPERSESW.CPY'.
           COPY 'APROVW.CPY'.
       77 WRK-PLAN-STATUS PIC X(02) VALUE ZEROS.
           88 PLAN-OK VALUE '00'.
           88 PLAN-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-ACAO-APROV PIC X(01) VALUE SPACES.
       77 WRK-OPCAO PIC X(01) VALUE SPACES.
           88 OPCAO-LISTAR VALUE 'L'.
           88 OPCAO-INCLUIR VALUE 'I'.
           88 OPCAO-ALTERAR VALUE 'A'.
           88 OPCAO-EXCLUIR VALUE 'E'.
           88 OPCAO-SAIR VALUE 'S'.
       77 WRK-QTD-PARCELAS PIC 9(02) VALUE ZEROS.
           88 QTD-PARCELAS-COM-JUROS VALUE 7 THRU 12.
       77 WRK-VALOR-ENT PIC X(11) VALUE SPACES.
       77 WRK-ENTRADA-VALIDA PIC X(01) VALUE 'N'.
           88 ENTRADA-VALIDA VALUE 'S'.
       77 WRK-VALOR-NUM PIC 9(09) VALUE ZEROS.
       77 WRK-TAXA-NUM PIC 9(06) VALUE ZEROS.
       77 WRK-TAXA PIC 9(02)V9999 VALUE ZEROS.
       77 WRK-PLANO-ACHADO PIC X(01) VALUE 'N'.
           88 PLANO-CADASTRADO VALUE 'S'.
       77 WRK-TAXA-ANTIGA-ED PIC Z9,9999 VALUE ZEROS.
       77 WRK-TAXA-NOVA-ED PIC Z9,9999 VALUE ZEROS.
       77 WRK-FIM-LISTA PIC X(01) VALUE 'N'.
           88 LISTA-FIM VALUE 'S'.
       77 WRK-TOTAL-LISTADOS PIC 9(04) VALUE ZEROS.
           COPY 'RUNDATE.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0002-INICIALIZAR.
           PERFORM 0003-PROCESSAR UNTIL OPCAO-SAIR.
           PERFORM 0004-FINALIZAR.

           STOP RUN.

       0002-INICIALIZAR.
           PERFORM OBTER-DATA-EXECUCAO.
           DISPLAY 'PLANMNT' '   DATA: ' RUNDATE-HOJE-ED.
           DISPLAY 'MANUTENCAO DOS PLANOS DE PARCELAMENTO COM JUROS'.
           OPEN I-O PLANOS-PARCELAMENTO.
           IF PLAN-NAO-ENCONTRADO
               OPEN OUTPUT PLANOS-PARCELAMENTO
               CLOSE PLANOS-PARCELAMENTO
               OPEN I-O PLANOS-PARCELAMENTO
           END-IF.

       0003-PROCESSAR.
           DISPLAY '----------------------------------------'.
           DISPLAY 'OPCAO: L=LISTAR  I=INCLUIR  A=ALTERAR  '
                   'E=EXCLUIR  S=SAIR'.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE TRUE
               WHEN OPCAO-LISTAR
                   PERFORM LISTAR-PLANOS
               WHEN OPCAO-INCLUIR
                   PERFORM INCLUIR-PLANO THRU INCLUIR-PLANO-EXIT
               WHEN OPCAO-ALTERAR
                   PERFORM ALTERAR-PLANO THRU ALTERAR-PLANO-EXIT
               WHEN OPCAO-EXCLUIR
                   PERFORM EXCLUIR-PLANO THRU EXCLUIR-PLANO-EXIT
               WHEN OPCAO-SAIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

       0004-FINALIZAR.
           CLOSE PLANOS-PARCELAMENTO.
           PERFORM FECHAR-AUDITORIA.
           PERFORM FECHAR-APROVACOES.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

      *----------------------------------------------------------*
      * LISTAR-PLANOS                                             *
      * LISTA TODOS OS PLANOS CADASTRADOS.                        *
      *----------------------------------------------------------*
       LISTAR-PLANOS.
           MOVE 'N' TO WRK-FIM-LISTA.
           MOVE ZEROS TO WRK-TOTAL-LISTADOS.
           MOVE ZEROS TO PLAN-QTD-PARCELAS.
           START PLANOS-PARCELAMENTO
               KEY IS NOT < PLAN-QTD-PARCELAS
               INVALID KEY
                   SET LISTA-FIM TO TRUE
           END-START.
           PERFORM LISTAR-UM-PLANO UNTIL LISTA-FIM.
           DISPLAY 'PLANOS CADASTRADOS: ' WRK-TOTAL-LISTADOS.

       LISTAR-PLANOS-EXIT.
           EXIT.

       LISTAR-UM-PLANO.
           READ PLANOS-PARCELAMENTO NEXT RECORD
               AT END
                   SET LISTA-FIM TO TRUE
           END-READ.
           IF NOT LISTA-FIM
               ADD 1 TO WRK-TOTAL-LISTADOS
               MOVE PLAN-TAXA-MENSAL TO WRK-TAXA-NOVA-ED
               DISPLAY PLAN-QTD-PARCELAS ' PARCELAS  TAXA '
                       WRK-TAXA-NOVA-ED ' % A.M.  ALTERADO EM '
                       PLAN-DATA-ALTERACAO
           END-IF.

       LISTAR-UM-PLANO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * INCLUIR-PLANO                                             *
      *----------------------------------------------------------*
       INCLUIR-PLANO.
           PERFORM LOCALIZAR-PLANO THRU LOCALIZAR-PLANO-EXIT.
           IF NOT ENTRADA-VALIDA
               GO TO INCLUIR-PLANO-EXIT
           END-IF.
           IF PLANO-CADASTRADO
               DISPLAY 'PLANO JA CADASTRADO - USE ALTERAR.'
               GO TO INCLUIR-PLANO-EXIT
           END-IF.
           PERFORM ACEITAR-TAXA.
           IF NOT ENTRADA-VALIDA
               GO TO INCLUIR-PLANO-EXIT
           END-IF.
           MOVE 'I' TO WRK-ACAO-APROV.
           PERFORM VERIFICAR-APROVACAO-PLANO.
           IF NOT APROVACAO-DISPONIVEL
               GO TO INCLUIR-PLANO-EXIT
           END-IF.
           MOVE WRK-QTD-PARCELAS TO PLAN-QTD-PARCELAS.
           MOVE WRK-TAXA TO PLAN-TAXA-MENSAL.
           MOVE RUNDATE-HOJE TO PLAN-DATA-ALTERACAO.
           WRITE REG-PLANO-PARCELAMENTO.
           DISPLAY 'PLANO INCLUIDO.'.
           MOVE ZEROS TO WRK-TAXA-ANTIGA-ED.
           PERFORM AUDITAR-MUDANCA.

       INCLUIR-PLANO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ALTERAR-PLANO                                             *
      *----------------------------------------------------------*
       ALTERAR-PLANO.
           PERFORM LOCALIZAR-PLANO THRU LOCALIZAR-PLANO-EXIT.
           IF NOT ENTRADA-VALIDA
               GO TO ALTERAR-PLANO-EXIT
           END-IF.
           IF NOT PLANO-CADASTRADO
               DISPLAY 'PLANO NAO CADASTRADO.'
               GO TO ALTERAR-PLANO-EXIT
           END-IF.
           MOVE PLAN-TAXA-MENSAL TO WRK-TAXA-ANTIGA-ED.
           DISPLAY 'TAXA ATUAL: ' WRK-TAXA-ANTIGA-ED ' % A.M.'.
           PERFORM ACEITAR-TAXA.
           IF NOT ENTRADA-VALIDA
               GO TO ALTERAR-PLANO-EXIT
           END-IF.
           MOVE 'A' TO WRK-ACAO-APROV.
           PERFORM VERIFICAR-APROVACAO-PLANO.
           IF NOT APROVACAO-DISPONIVEL
               GO TO ALTERAR-PLANO-EXIT
           END-IF.
      *A CONSULTA A FILA REPOSICIONA O ARQUIVO DE PENDENCIAS,
      *NAO O PLANOPAR - O PLANO E RELIDO ANTES DA REGRAVACAO
           MOVE WRK-QTD-PARCELAS TO PLAN-QTD-PARCELAS.
           READ PLANOS-PARCELAMENTO
               INVALID KEY
                   DISPLAY 'PLANO NAO CADASTRADO.'
                   GO TO ALTERAR-PLANO-EXIT
           END-READ.
           MOVE WRK-TAXA TO PLAN-TAXA-MENSAL.
           MOVE RUNDATE-HOJE TO PLAN-DATA-ALTERACAO.
           REWRITE REG-PLANO-PARCELAMENTO.
           DISPLAY 'PLANO ALTERADO.'.
           PERFORM AUDITAR-MUDANCA.

       ALTERAR-PLANO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * EXCLUIR-PLANO                                             *
      * SEM O PLANO, A VENDA COM AQUELE NUMERO DE PARCELAS PASSA  *
      * A SER RECUSADA NA GERACAO DE RECEBIVEIS (PROGCOB15J).     *
      *----------------------------------------------------------*
       EXCLUIR-PLANO.
           PERFORM LOCALIZAR-PLANO THRU LOCALIZAR-PLANO-EXIT.
           IF NOT ENTRADA-VALIDA
               GO TO EXCLUIR-PLANO-EXIT
           END-IF.
           IF NOT PLANO-CADASTRADO
               DISPLAY 'PLANO NAO CADASTRADO.'
               GO TO EXCLUIR-PLANO-EXIT
           END-IF.
           MOVE PLAN-TAXA-MENSAL TO WRK-TAXA-ANTIGA-ED.
           MOVE ZEROS TO WRK-TAXA.
           MOVE ZEROS TO WRK-TAXA-NUM.
           MOVE 'E' TO WRK-ACAO-APROV.
           PERFORM VERIFICAR-APROVACAO-PLANO.
           IF NOT APROVACAO-DISPONIVEL
               GO TO EXCLUIR-PLANO-EXIT
           END-IF.
           MOVE WRK-QTD-PARCELAS TO PLAN-QTD-PARCELAS.
           READ PLANOS-PARCELAMENTO
               INVALID KEY
                   DISPLAY 'PLANO NAO CADASTRADO.'
                   GO TO EXCLUIR-PLANO-EXIT
           END-READ.
           DELETE PLANOS-PARCELAMENTO.
           DISPLAY 'PLANO EXCLUIDO.'.
           PERFORM AUDITAR-MUDANCA.

       EXCLUIR-PLANO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LOCALIZAR-PLANO                                           *
      * ACEITA O NUMERO DE PARCELAS (7 A 12) E TENTA LOCALIZAR O  *
      * PLANO NA TABELA.                                          *
      *----------------------------------------------------------*
       LOCALIZAR-PLANO.
           MOVE 'N' TO WRK-PLANO-ACHADO.
           DISPLAY 'NUMERO DE PARCELAS DO PLANO (7 A 12)'.
           ACCEPT WRK-VALOR-ENT FROM CONSOLE.
           CALL 'VALIDNUM' USING WRK-VALOR-ENT WRK-ENTRADA-VALIDA.
           IF NOT ENTRADA-VALIDA
               DISPLAY 'ENTRADA INVALIDA - NADA FOI ALTERADO.'
               GO TO LOCALIZAR-PLANO-EXIT
           END-IF.
           MOVE FUNCTION TRIM(WRK-VALOR-ENT) TO WRK-VALOR-NUM.
           IF WRK-VALOR-NUM > 99
               MOVE ZEROS TO WRK-QTD-PARCELAS
           ELSE
               MOVE WRK-VALOR-NUM TO WRK-QTD-PARCELAS
           END-IF.
           IF NOT QTD-PARCELAS-COM-JUROS
               DISPLAY 'PLANOS COM JUROS SAO DE 7 A 12 PARCELAS - '
                       'NADA FOI ALTERADO.'
               MOVE 'N' TO WRK-ENTRADA-VALIDA
               GO TO LOCALIZAR-PLANO-EXIT
           END-IF.
           MOVE WRK-QTD-PARCELAS TO PLAN-QTD-PARCELAS.
           READ PLANOS-PARCELAMENTO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-PLANO-ACHADO
           END-READ.

       LOCALIZAR-PLANO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ACEITAR-TAXA                                              *
      * ACEITA A TAXA MENSAL EM DECIMOS DE MILESIMO DE PONTO      *
      * PERCENTUAL (EX 024900 = 2,4900 % AO MES), VALIDADA PELA   *
      * SUBROTINA VALIDNUM. TAXA ZERO NAO E ACEITA - PLANO SEM    *
      * JUROS E SO DE 2 A 6 PARCELAS.                             *
      *----------------------------------------------------------*
       ACEITAR-TAXA.
           MOVE ZEROS TO WRK-TAXA.
           MOVE ZEROS TO WRK-TAXA-NUM.
           DISPLAY 'TAXA MENSAL (SOMENTE DIGITOS - EX 024900 = '
                   '2,4900 %)'.
           ACCEPT WRK-VALOR-ENT FROM CONSOLE.
           CALL 'VALIDNUM' USING WRK-VALOR-ENT WRK-ENTRADA-VALIDA.
           IF ENTRADA-VALIDA
               MOVE FUNCTION TRIM(WRK-VALOR-ENT) TO WRK-VALOR-NUM
               IF WRK-VALOR-NUM = ZEROS
                   OR WRK-VALOR-NUM > 999999
                   MOVE 'N' TO WRK-ENTRADA-VALIDA
               ELSE
                   MOVE WRK-VALOR-NUM TO WRK-TAXA-NUM
                   COMPUTE WRK-TAXA = WRK-TAXA-NUM / 10000
               END-IF
           END-IF.
           IF NOT ENTRADA-VALIDA
               DISPLAY 'TAXA INVALIDA - NADA FOI ALTERADO.'
           END-IF.

       ACEITAR-TAXA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * AUDITAR-MUDANCA                                           *
      * GRAVA NO AUDIT-TRAIL O PLANO E AS TAXAS ANTIGA E NOVA.    *
      *----------------------------------------------------------*
       AUDITAR-MUDANCA.
           MOVE 'PLAN-PARCELAS' TO AUD-CAMPO.
           MOVE SPACES TO AUD-VALOR.
           STRING WRK-ACAO-APROV DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-QTD-PARCELAS DELIMITED BY SIZE
                  INTO AUD-VALOR.
           PERFORM GRAVAR-AUDITORIA.
           MOVE WRK-TAXA TO WRK-TAXA-NOVA-ED.
           MOVE 'PLAN-TAXA' TO AUD-CAMPO.
           MOVE SPACES TO AUD-VALOR.
           STRING 'DE ' DELIMITED BY SIZE
                  WRK-TAXA-ANTIGA-ED DELIMITED BY SIZE
                  ' PARA ' DELIMITED BY SIZE
                  WRK-TAXA-NOVA-ED DELIMITED BY SIZE
                  INTO AUD-VALOR.
           PERFORM GRAVAR-AUDITORIA.

       AUDITAR-MUDANCA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * VERIFICAR-APROVACAO-PLANO                                 *
      * QUATRO OLHOS: MONTA OS DADOS DA MUDANCA (ACAO + PARCELAS  *
      * + TAXA) E CONSULTA A FILA DE APROVACOES; SEM APROVACAO DE *
      * SUPERVISOR O PEDIDO VIRA PENDENCIA E NADA E GRAVADO.      *
      *----------------------------------------------------------*
       VERIFICAR-APROVACAO-PLANO.

           MOVE 'PLANO' TO APRV-WS-TIPO.
           MOVE SPACES TO APRV-WS-DADOS.
           STRING WRK-ACAO-APROV DELIMITED BY SIZE
                  WRK-QTD-PARCELAS DELIMITED BY SIZE
                  WRK-TAXA-NUM DELIMITED BY SIZE
                  INTO APRV-WS-DADOS.
           PERFORM CONSULTAR-APROVACAO.
           IF NOT APROVACAO-DISPONIVEL
               PERFORM ENFILEIRAR-APROVACAO
           END-IF.

       VERIFICAR-APROVACAO-PLANO-EXIT.
           EXIT.

           COPY 'AUDITPRC.CPY' REPLACING ==AUD-PROGRAM-ID==
               BY =='PLANMNT'==.
           COPY 'APROVP.CPY'.
           COPY 'RUNDATEP.CPY'.
