       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLQMNT.
      **********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = KIVIA(ALURA) KIVIAAL
      *OBJETIVO: MANUTENCAO DOS BLOQUEIOS JUDICIAIS DAS CONTAS DE
      *INVESTIMENTO (ARQUIVO BLOQJUD, LAYOUT BLOQJUD.CPY) - UM
      *REGISTRO POR ORDEM JUDICIAL, COM O VALOR BLOQUEADO. O
      *BLOQUEIO NAO PRENDE A CONTA INTEIRA COMO O 'B' DA
      *CONCILIACAO: SO O VALOR DA ORDEM FICA FORA DO ALCANCE DOS
      *RESGATES E DA LIQUIDACAO NO VENCIMENTO.
      *I = INCLUIR BLOQUEIO (NUMERO DA ORDEM E VALOR).
      *T = TRANSFERIR O VALOR BLOQUEADO PARA A CONTA DE DEPOSITO
      *    JUDICIAL - SAI DO SALDO DA CONTA COMO MOVIMENTO 'D' NO
      *    INVMOV, COM O PAR CONTABIL APLICACAO X DEPOS-JUDIC NO
      *    EXTRATO (JRNLEXT).
      *L = LIBERAR O BLOQUEIO - EM CONTA JA LIQUIDADA NO
      *    VENCIMENTO COM RETENCAO ('J'), O QUE DEIXA DE FICAR
      *    RETIDO VAI AO CLIENTE PELO CONTROLE REMPAG.
      *CADA ALTERACAO FICA NO AUDIT-TRAIL COM O OPERADOR DA
      *SESSAO.
      *DATA   = 05/05/22
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
           SELECT BLOQUEIOS-JUDICIAIS ASSIGN TO "BLOQJUD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BLJ-CHAVE
               FILE STATUS IS BLJ-WS-STATUS.

           SELECT INVESTIMENTO-LEDGER ASSIGN TO "INVLEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDGER-CONTA
               FILE STATUS IS WRK-LEDGER-STATUS.

           SELECT INVESTIMENTO-MOVIMENTOS ASSIGN TO "INVMOV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOV-CHAVE
               FILE STATUS IS MOV-WS-STATUS.

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

           SELECT PAGAMENTOS-REMESSA ASSIGN TO "REMPAG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REM-NUMERO
               FILE STATUS IS REM-WS-STATUS.

           SELECT AUDIT-TRAIL ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUD-WS-STATUS.

           SELECT OPERADOR-SESSAO ASSIGN TO "OPERSESS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SES-WS-STATUS.

           SELECT ARQUIVO-QUIESCE ASSIGN TO "QUIESCE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS QSC-WS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BLOQUEIOS-JUDICIAIS.
           COPY 'BLOQJUD.CPY'.

       FD  INVESTIMENTO-LEDGER.
           COPY 'LEDGER.CPY'.

       FD  INVESTIMENTO-MOVIMENTOS.
           COPY 'INVMOV.CPY'.

       FD  JORNAL-EXTRATO.
           COPY 'JORNAL.CPY'.

       FD  PERIODO-CONTABIL.
           COPY 'PERCTL.CPY'.

       FD  JORNAL-RETIDO.
           COPY 'JRNHELD.CPY'.

       FD  PLANO-CONTAS.
           COPY 'PLCONTAS.CPY'.

       FD  PAGAMENTOS-REMESSA.
           COPY 'REMPAG.CPY'.

       FD  AUDIT-TRAIL.
           COPY 'AUDITLOG.CPY'.

       FD  OPERADOR-SESSAO.
           COPY 'OPERSESS.CPY'.

       FD  ARQUIVO-QUIESCE.
           COPY 'QUIESCE.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'QUIESCEW.CPY'.
           COPY 'AUDITWS.CPY'.
           COPY 'OPERSESW.CPY'.
           COPY 'BLOQJUDW.CPY'.
           COPY 'INVMOVW.CPY'.
           COPY 'JORNALW.CPY'.
           COPY 'REMPAGW.CPY'.
       77 WRK-LEDGER-STATUS PIC X(02) VALUE ZEROS.
           88 LEDGER-OK VALUE '00'.
           88 LEDGER-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-CONTA-ENT PIC X(06) VALUE SPACES.
       77 WRK-VALOR-ENT PIC X(11) VALUE SPACES.
       77 WRK-ENTRADA-VALIDA PIC X(01) VALUE 'N'.
           88 ENTRADA-VALIDA VALUE 'S'.
       77 WRK-CONTA PIC 9(06) VALUE ZEROS.
       77 WRK-ORDEM PIC X(20) VALUE SPACES.
       77 WRK-VALOR-NUM PIC 9(11) VALUE ZEROS.
       77 WRK-VALOR PIC S9(08)V99 VALUE ZEROS.
       77 WRK-VALOR-TRANSF PIC S9(08)V99 VALUE ZEROS.
       77 WRK-CONTA-ACHADA PIC X(01) VALUE 'N'.
           88 CONTA-CADASTRADA VALUE 'S'.
       77 WRK-BLOQ-ACHADO PIC X(01) VALUE 'N'.
           88 BLOQUEIO-ENCONTRADO VALUE 'S'.
       77 WRK-CONFIRMA PIC X(01) VALUE 'N'.
           88 OPERACAO-CONFIRMADA VALUE 'S'.
       77 WRK-OPCAO PIC X(01) VALUE SPACES.
           88 OPCAO-INCLUIR VALUE 'I'.
           88 OPCAO-TRANSFERIR VALUE 'T'.
           88 OPCAO-LIBERAR VALUE 'L'.
           88 OPCAO-SAIR VALUE 'S'.
       77 WRK-SITUACAO-DESC PIC X(12) VALUE SPACES.
       77 WRK-DATA-ED PIC 9(04)/99/99 VALUE ZEROS.
           COPY 'MONEYS.CPY' REPLACING ==MONEY-FIELD-NAME==
               BY ==WRK-VALOR-ED==.
           COPY 'MONEYS.CPY' REPLACING ==MONEY-FIELD-NAME==
               BY ==WRK-TOTAL-ED==.
           COPY 'MONEYS.CPY' REPLACING ==MONEY-FIELD-NAME==
               BY ==WRK-LIVRE-ED==.
           COPY 'RUNDATE.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM CONFERIR-QUIESCE THRU CONFERIR-QUIESCE-EXIT.
           IF SISTEMA-TRAVADO
               STOP RUN
           END-IF.

           PERFORM 0002-INICIALIZAR.
           IF CONTA-CADASTRADA
               PERFORM 0003-PROCESSAR UNTIL OPCAO-SAIR
           END-IF.
           PERFORM 0004-FINALIZAR.

           STOP RUN.

       0002-INICIALIZAR.
           PERFORM OBTER-DATA-EXECUCAO.
           DISPLAY 'BLQMNT' '   DATA: ' RUNDATE-HOJE-ED.
           DISPLAY 'MANUTENCAO DE BLOQUEIOS JUDICIAIS DAS CONTAS'.
           PERFORM OBTER-OPERADOR-SESSAO.

           OPEN I-O BLOQUEIOS-JUDICIAIS.
           IF BLJ-ARQ-NAO-ENCONTRADO
               OPEN OUTPUT BLOQUEIOS-JUDICIAIS
               CLOSE BLOQUEIOS-JUDICIAIS
               OPEN I-O BLOQUEIOS-JUDICIAIS
           END-IF.
           SET BLJ-ABERTO TO TRUE.

           MOVE 'N' TO WRK-CONTA-ACHADA.
           OPEN I-O INVESTIMENTO-LEDGER.
           IF LEDGER-NAO-ENCONTRADO
               DISPLAY 'INVESTIMENTO-LEDGER (INVLEDG) NAO ENCONTRADO.'
           ELSE
               DISPLAY 'NUMERO DA CONTA'
               ACCEPT WRK-CONTA-ENT FROM CONSOLE
               CALL 'VALIDNUM' USING WRK-CONTA-ENT WRK-ENTRADA-VALIDA
               IF ENTRADA-VALIDA
                   MOVE FUNCTION TRIM(WRK-CONTA-ENT) TO WRK-CONTA
                   MOVE WRK-CONTA TO LEDGER-CONTA
                   READ INVESTIMENTO-LEDGER
                       INVALID KEY
                           DISPLAY 'CONTA NAO CADASTRADA: ' WRK-CONTA
                       NOT INVALID KEY
                           MOVE 'S' TO WRK-CONTA-ACHADA
                   END-READ
               ELSE
                   DISPLAY 'NUMERO DE CONTA INVALIDO.'
               END-IF
           END-IF.

           IF CONTA-CADASTRADA AND LEDGER-CONTA-ENCERRADA
               DISPLAY 'CONTA ENCERRADA - SEM SALDO PARA BLOQUEAR.'
               MOVE 'N' TO WRK-CONTA-ACHADA
           END-IF.

           IF CONTA-CADASTRADA
               MOVE WRK-CONTA TO MOV-WS-CONTA
               PERFORM ABRIR-MOVIMENTOS
               PERFORM MOSTRAR-CONTA
           END-IF.

       0003-PROCESSAR.
           DISPLAY '----------------------------------------'.
           DISPLAY 'OPCAO: I=INCLUIR  T=TRANSFERIR AO DEPOSITO '
                   'JUDICIAL  L=LIBERAR  S=SAIR'.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE TRUE
               WHEN OPCAO-INCLUIR
                   PERFORM INCLUIR-BLOQUEIO
                       THRU INCLUIR-BLOQUEIO-EXIT
               WHEN OPCAO-TRANSFERIR
                   PERFORM TRANSFERIR-BLOQUEIO
                       THRU TRANSFERIR-BLOQUEIO-EXIT
               WHEN OPCAO-LIBERAR
                   PERFORM LIBERAR-BLOQUEIO
                       THRU LIBERAR-BLOQUEIO-EXIT
               WHEN OPCAO-SAIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

       0004-FINALIZAR.
           PERFORM FECHAR-BLOQUEIOS.
           IF NOT LEDGER-NAO-ENCONTRADO
               CLOSE INVESTIMENTO-LEDGER
           END-IF.
           PERFORM FECHAR-MOVIMENTOS.
           PERFORM FECHAR-JORNAL.
           PERFORM FECHAR-INSTRUCOES-PAGAMENTO.
           PERFORM FECHAR-AUDITORIA.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

      *----------------------------------------------------------*
      * MOSTRAR-CONTA                                             *
      * EXIBE O SALDO DA CONTA, CADA ORDEM JUDICIAL SOBRE ELA     *
      * COM A SITUACAO, O TOTAL AINDA BLOQUEADO E O SALDO LIVRE   *
      * PARA RESGATE.                                             *
      *----------------------------------------------------------*
       MOSTRAR-CONTA.
           MOVE LEDGER-SALDO TO WRK-VALOR-ED.
           DISPLAY 'CONTA...: ' WRK-CONTA '  PRODUTO: ' LEDGER-TIPO-PROD
                   '  SALDO: ' WRK-VALOR-ED.
           IF LEDGER-CONTA-RETIDA
               DISPLAY 'CONTA LIQUIDADA NO VENCIMENTO - SALDO RETIDO '
                       'POR ORDEM JUDICIAL.'
           END-IF.
           MOVE 'N' TO BLJ-WS-VARRE.
           MOVE WRK-CONTA TO BLJ-CONTA.
           MOVE LOW-VALUES TO BLJ-ORDEM.
           START BLOQUEIOS-JUDICIAIS KEY IS NOT < BLJ-CHAVE
               INVALID KEY
                   SET BLJ-VARREDURA-FIM TO TRUE
           END-START.
           PERFORM LISTAR-BLOQUEIO UNTIL BLJ-VARREDURA-FIM.
           PERFORM APURAR-SALDO-LIVRE.
           MOVE BLJ-WS-TOTAL TO WRK-TOTAL-ED.
           MOVE BLJ-WS-LIVRE TO WRK-LIVRE-ED.
           DISPLAY 'BLOQUEADO: ' WRK-TOTAL-ED '  ('
                   BLJ-WS-QTD ' ORDEM(NS) ATIVA(S))  LIVRE: '
                   WRK-LIVRE-ED.

       MOSTRAR-CONTA-EXIT.
           EXIT.

       LISTAR-BLOQUEIO.
           READ BLOQUEIOS-JUDICIAIS NEXT RECORD
               AT END
                   SET BLJ-VARREDURA-FIM TO TRUE
           END-READ.
           IF NOT BLJ-VARREDURA-FIM AND BLJ-CONTA NOT = WRK-CONTA
               SET BLJ-VARREDURA-FIM TO TRUE
           END-IF.
           IF NOT BLJ-VARREDURA-FIM
               EVALUATE TRUE
                   WHEN BLJ-ATIVO
                       MOVE 'ATIVO' TO WRK-SITUACAO-DESC
                   WHEN BLJ-TRANSFERIDO
                       MOVE 'TRANSFERIDO' TO WRK-SITUACAO-DESC
                   WHEN BLJ-LIBERADO
                       MOVE 'LIBERADO' TO WRK-SITUACAO-DESC
                   WHEN OTHER
                       MOVE BLJ-SITUACAO TO WRK-SITUACAO-DESC
               END-EVALUATE
               MOVE BLJ-DATA TO WRK-DATA-ED
               MOVE BLJ-VALOR TO WRK-VALOR-ED
               DISPLAY 'ORDEM ' BLJ-ORDEM ' DE ' WRK-DATA-ED ' '
                       WRK-VALOR-ED ' ' WRK-SITUACAO-DESC
           END-IF.

       LISTAR-BLOQUEIO-EXIT.
           EXIT.

       APURAR-SALDO-LIVRE.
           MOVE WRK-CONTA TO BLJ-WS-CONTA.
           MOVE LEDGER-SALDO TO BLJ-WS-SALDO.
           PERFORM APURAR-BLOQUEIO-JUDICIAL.

       APURAR-SALDO-LIVRE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ACEITAR-ORDEM                                             *
      * LE O NUMERO DA ORDEM JUDICIAL (OFICIO/PROCESSO) E BUSCA O *
      * BLOQUEIO DA CONTA COM ESSE NUMERO.                        *
      *----------------------------------------------------------*
       ACEITAR-ORDEM.
           MOVE 'N' TO WRK-BLOQ-ACHADO.
           DISPLAY 'NUMERO DA ORDEM JUDICIAL (OFICIO/PROCESSO)'.
           MOVE SPACES TO WRK-ORDEM.
           ACCEPT WRK-ORDEM FROM CONSOLE.
           INSPECT WRK-ORDEM CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           IF WRK-ORDEM = SPACES
               DISPLAY 'NUMERO DA ORDEM NAO INFORMADO - NADA FOI '
                       'ALTERADO.'
               GO TO ACEITAR-ORDEM-EXIT
           END-IF.
           MOVE WRK-CONTA TO BLJ-CONTA.
           MOVE WRK-ORDEM TO BLJ-ORDEM.
           READ BLOQUEIOS-JUDICIAIS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-BLOQ-ACHADO
           END-READ.

       ACEITAR-ORDEM-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * INCLUIR-BLOQUEIO                                          *
      * GRAVA A ORDEM JUDICIAL COM O VALOR A BLOQUEAR. VALOR      *
      * ACIMA DO SALDO LIVRE E GRAVADO ASSIM MESMO (A ORDEM VALE  *
      * PELO QUE O JUIZO MANDOU), COM AVISO DE QUE SO O SALDO     *
      * EXISTENTE FICA PRESO.                                     *
      *----------------------------------------------------------*
       INCLUIR-BLOQUEIO.
           PERFORM ACEITAR-ORDEM THRU ACEITAR-ORDEM-EXIT.
           IF WRK-ORDEM = SPACES
               GO TO INCLUIR-BLOQUEIO-EXIT
           END-IF.
           IF BLOQUEIO-ENCONTRADO
               DISPLAY 'ORDEM JA REGISTRADA NA CONTA - INCLUSAO '
                       'RECUSADA.'
               GO TO INCLUIR-BLOQUEIO-EXIT
           END-IF.
           DISPLAY 'VALOR A BLOQUEAR EM CENTAVOS'.
           ACCEPT WRK-VALOR-ENT FROM CONSOLE.
           CALL 'VALIDNUM' USING WRK-VALOR-ENT WRK-ENTRADA-VALIDA.
           IF NOT ENTRADA-VALIDA
               DISPLAY 'VALOR INVALIDO - NADA FOI ALTERADO.'
               GO TO INCLUIR-BLOQUEIO-EXIT
           END-IF.
           MOVE FUNCTION TRIM(WRK-VALOR-ENT) TO WRK-VALOR-NUM.
           IF WRK-VALOR-NUM = ZEROS OR WRK-VALOR-NUM > 9999999999
               DISPLAY 'VALOR INVALIDO - NADA FOI ALTERADO.'
               GO TO INCLUIR-BLOQUEIO-EXIT
           END-IF.
           COMPUTE WRK-VALOR = WRK-VALOR-NUM / 100.

           PERFORM APURAR-SALDO-LIVRE.
           IF WRK-VALOR > BLJ-WS-LIVRE
               MOVE BLJ-WS-LIVRE TO WRK-LIVRE-ED
               DISPLAY 'AVISO: VALOR ACIMA DO SALDO LIVRE ('
                       WRK-LIVRE-ED ') - FICA PRESO O SALDO '
                       'EXISTENTE.'
           END-IF.

           MOVE WRK-CONTA TO BLJ-CONTA.
           MOVE WRK-ORDEM TO BLJ-ORDEM.
           MOVE WRK-VALOR TO BLJ-VALOR.
           MOVE RUNDATE-HOJE TO BLJ-DATA.
           SET BLJ-ATIVO TO TRUE.
           MOVE ZEROS TO BLJ-DATA-BAIXA.
           MOVE ZEROS TO BLJ-VALOR-TRANSF.
           MOVE AUD-WS-OPERADOR TO BLJ-OPERADOR.
           WRITE REG-BLOQJUD
               INVALID KEY
                   DISPLAY 'ERRO NA GRAVACAO DO BLOQUEIO - STATUS '
                           BLJ-WS-STATUS
                   GO TO INCLUIR-BLOQUEIO-EXIT
           END-WRITE.

           MOVE 'BLQ-INCLUSAO' TO AUD-CAMPO.
           MOVE SPACES TO AUD-VALOR.
           STRING WRK-CONTA DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-ORDEM DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WRK-VALOR-NUM DELIMITED BY SIZE
                  INTO AUD-VALOR.
           PERFORM GRAVAR-AUDITORIA.
           DISPLAY 'BLOQUEIO JUDICIAL INCLUIDO.'.
           PERFORM MOSTRAR-CONTA.

       INCLUIR-BLOQUEIO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * TRANSFERIR-BLOQUEIO                                       *
      * TRANSFERE PARA A CONTA DE DEPOSITO JUDICIAL O VALOR DA    *
      * ORDEM (LIMITADO AO SALDO DA CONTA): MOVIMENTO 'D' NO      *
      * HISTORICO, SALDO ABATIDO NO LEDGER, PAR CONTABIL DEBITO   *
      * APLICACAO X CREDITO DEPOS-JUDIC E ORDEM MARCADA 'T'.      *
      * CONTA RETIDA ('J') QUE FICA SEM SALDO E ENCERRADA. CONTA  *
      * BLOQUEADA PELA CONCILIACAO ESPERA A DIVERGENCIA SER       *
      * RESOLVIDA, PORQUE O SALDO DELA NAO E CONFIAVEL.           *
      *----------------------------------------------------------*
       TRANSFERIR-BLOQUEIO.
           IF LEDGER-CONTA-BLOQUEADA
               DISPLAY 'CONTA BLOQUEADA PELA CONCILIACAO '
                       '(ATIVIDADE05X) - RESOLVER ANTES DE TRANSFERIR.'
               GO TO TRANSFERIR-BLOQUEIO-EXIT
           END-IF.
           PERFORM ACEITAR-ORDEM THRU ACEITAR-ORDEM-EXIT.
           IF WRK-ORDEM = SPACES
               GO TO TRANSFERIR-BLOQUEIO-EXIT
           END-IF.
           IF NOT BLOQUEIO-ENCONTRADO OR NOT BLJ-ATIVO
               DISPLAY 'NAO HA BLOQUEIO ATIVO COM ESSA ORDEM NA '
                       'CONTA.'
               GO TO TRANSFERIR-BLOQUEIO-EXIT
           END-IF.
           MOVE BLJ-VALOR TO WRK-VALOR-TRANSF.
           IF WRK-VALOR-TRANSF > LEDGER-SALDO
               MOVE LEDGER-SALDO TO WRK-VALOR-TRANSF
           END-IF.
           IF WRK-VALOR-TRANSF NOT > ZEROS
               DISPLAY 'CONTA SEM SALDO PARA TRANSFERIR - NADA FOI '
                       'ALTERADO.'
               GO TO TRANSFERIR-BLOQUEIO-EXIT
           END-IF.
           MOVE WRK-VALOR-TRANSF TO WRK-VALOR-ED.
           DISPLAY 'TRANSFERIR ' WRK-VALOR-ED ' AO DEPOSITO '
                   'JUDICIAL? (S/N)'.
           ACCEPT WRK-CONFIRMA FROM CONSOLE.
           IF NOT OPERACAO-CONFIRMADA
               DISPLAY 'TRANSFERENCIA NAO CONFIRMADA - NADA FOI '
                       'ALTERADO.'
               GO TO TRANSFERIR-BLOQUEIO-EXIT
           END-IF.

           SET BLJ-TRANSFERIDO TO TRUE.
           MOVE RUNDATE-HOJE TO BLJ-DATA-BAIXA.
           MOVE WRK-VALOR-TRANSF TO BLJ-VALOR-TRANSF.
           MOVE AUD-WS-OPERADOR TO BLJ-OPERADOR.
           REWRITE REG-BLOQJUD
               INVALID KEY
                   DISPLAY 'ERRO NA GRAVACAO DO BLOQUEIO - STATUS '
                           BLJ-WS-STATUS
                   GO TO TRANSFERIR-BLOQUEIO-EXIT
           END-REWRITE.

           SUBTRACT WRK-VALOR-TRANSF FROM LEDGER-SALDO.
           MOVE 'D' TO MOV-WS-TIPO.
           MOVE ZEROS TO MOV-WS-MES.
           MOVE ZEROS TO MOV-WS-TAXA.
           COMPUTE MOV-WS-VALOR = ZEROS - WRK-VALOR-TRANSF.
           MOVE LEDGER-SALDO TO MOV-WS-SALDO.
           PERFORM GRAVAR-MOVIMENTO.
           IF LEDGER-CONTA-RETIDA AND LEDGER-SALDO = ZEROS
               SET LEDGER-CONTA-ENCERRADA TO TRUE
           END-IF.
           REWRITE REG-LEDGER.

           MOVE WRK-CONTA TO JRN-LOTE.
           MOVE 'APLICACAO' TO JRN-CONTA.
           SET JRN-DEBITO TO TRUE.
           MOVE WRK-VALOR-TRANSF TO JRN-VALOR.
           MOVE 'TRANSF DEPOSITO JUDICIAL' TO JRN-HISTORICO.
           PERFORM GRAVAR-JORNAL.
           MOVE 'DEPOS-JUDIC' TO JRN-CONTA.
           SET JRN-CREDITO TO TRUE.
           MOVE WRK-VALOR-TRANSF TO JRN-VALOR.
           PERFORM GRAVAR-JORNAL.

           COMPUTE WRK-VALOR-NUM = WRK-VALOR-TRANSF * 100.
           MOVE 'BLQ-TRANSF' TO AUD-CAMPO.
           MOVE SPACES TO AUD-VALOR.
           STRING WRK-CONTA DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-ORDEM DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WRK-VALOR-NUM DELIMITED BY SIZE
                  INTO AUD-VALOR.
           PERFORM GRAVAR-AUDITORIA.
           DISPLAY 'VALOR TRANSFERIDO AO DEPOSITO JUDICIAL.'.
           IF LEDGER-CONTA-ENCERRADA
               DISPLAY 'CONTA SEM SALDO RETIDO - ENCERRADA.'
               MOVE 'S' TO WRK-OPCAO
           ELSE
               PERFORM MOSTRAR-CONTA
           END-IF.

       TRANSFERIR-BLOQUEIO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LIBERAR-BLOQUEIO                                          *
      * MARCA A ORDEM LIBERADA ('L'). SE A CONTA JA FOI LIQUIDADA *
      * NO VENCIMENTO COM RETENCAO ('J'), O QUE SOBRA ACIMA DOS   *
      * BLOQUEIOS AINDA ATIVOS SAI DA CONTA (MOVIMENTO 'E') E VAI *
      * AO CLIENTE POR INSTRUCAO DE PAGAMENTO NO REMPAG, COMO NA  *
      * LIQUIDACAO; SEM SALDO RETIDO A CONTA E ENCERRADA.         *
      *----------------------------------------------------------*
       LIBERAR-BLOQUEIO.
           PERFORM ACEITAR-ORDEM THRU ACEITAR-ORDEM-EXIT.
           IF WRK-ORDEM = SPACES
               GO TO LIBERAR-BLOQUEIO-EXIT
           END-IF.
           IF NOT BLOQUEIO-ENCONTRADO OR NOT BLJ-ATIVO
               DISPLAY 'NAO HA BLOQUEIO ATIVO COM ESSA ORDEM NA '
                       'CONTA.'
               GO TO LIBERAR-BLOQUEIO-EXIT
           END-IF.
           MOVE BLJ-VALOR TO WRK-VALOR-ED.
           DISPLAY 'LIBERAR O BLOQUEIO DE ' WRK-VALOR-ED '? (S/N)'.
           ACCEPT WRK-CONFIRMA FROM CONSOLE.
           IF NOT OPERACAO-CONFIRMADA
               DISPLAY 'LIBERACAO NAO CONFIRMADA - NADA FOI '
                       'ALTERADO.'
               GO TO LIBERAR-BLOQUEIO-EXIT
           END-IF.

           COMPUTE WRK-VALOR-NUM = BLJ-VALOR * 100.
           SET BLJ-LIBERADO TO TRUE.
           MOVE RUNDATE-HOJE TO BLJ-DATA-BAIXA.
           MOVE AUD-WS-OPERADOR TO BLJ-OPERADOR.
           REWRITE REG-BLOQJUD
               INVALID KEY
                   DISPLAY 'ERRO NA GRAVACAO DO BLOQUEIO - STATUS '
                           BLJ-WS-STATUS
                   GO TO LIBERAR-BLOQUEIO-EXIT
           END-REWRITE.

           MOVE 'BLQ-LIBERACAO' TO AUD-CAMPO.
           MOVE SPACES TO AUD-VALOR.
           STRING WRK-CONTA DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-ORDEM DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WRK-VALOR-NUM DELIMITED BY SIZE
                  INTO AUD-VALOR.
           PERFORM GRAVAR-AUDITORIA.
           DISPLAY 'BLOQUEIO JUDICIAL LIBERADO.'.

           IF LEDGER-CONTA-RETIDA
               PERFORM PAGAR-SALDO-LIBERADO
                   THRU PAGAR-SALDO-LIBERADO-EXIT
           END-IF.
           IF LEDGER-CONTA-ENCERRADA
               DISPLAY 'CONTA SEM SALDO RETIDO - ENCERRADA.'
               MOVE 'S' TO WRK-OPCAO
           ELSE
               PERFORM MOSTRAR-CONTA
           END-IF.

       LIBERAR-BLOQUEIO-EXIT.
           EXIT.

       PAGAR-SALDO-LIBERADO.
           PERFORM APURAR-SALDO-LIVRE.
           IF BLJ-WS-LIVRE NOT > ZEROS
               GO TO PAGAR-SALDO-LIBERADO-EXIT
           END-IF.
           MOVE BLJ-WS-LIVRE TO WRK-VALOR.
           SUBTRACT WRK-VALOR FROM LEDGER-SALDO.
           MOVE 'E' TO MOV-WS-TIPO.
           MOVE ZEROS TO MOV-WS-MES.
           MOVE ZEROS TO MOV-WS-TAXA.
           COMPUTE MOV-WS-VALOR = ZEROS - WRK-VALOR.
           MOVE LEDGER-SALDO TO MOV-WS-SALDO.
           PERFORM GRAVAR-MOVIMENTO.
           IF LEDGER-SALDO = ZEROS
               SET LEDGER-CONTA-ENCERRADA TO TRUE
           END-IF.
           REWRITE REG-LEDGER.

           MOVE WRK-CONTA TO REM-WS-CONTA.
           MOVE LEDGER-CPF TO REM-WS-CPF.
           MOVE WRK-VALOR TO REM-WS-VALOR.
           PERFORM GRAVAR-INSTRUCAO-PAGAMENTO.
           MOVE WRK-VALOR TO WRK-VALOR-ED.
           DISPLAY 'SALDO LIBERADO DE ' WRK-VALOR-ED
                   ' - INSTRUCAO DE PAGAMENTO GERADA NO REMPAG.'.

       PAGAR-SALDO-LIBERADO-EXIT.
           EXIT.

           COPY 'RUNDATEP.CPY'.
           COPY 'BLOQJUDP.CPY'.
           COPY 'INVMOVP.CPY'.
           COPY 'REMPAGP.CPY'.
           COPY 'JORNALP.CPY' REPLACING ==JRN-PROGRAM-ID==
               BY =='BLQMNT'==.
           COPY 'AUDITPRC.CPY' REPLACING ==AUD-PROGRAM-ID==
               BY =='BLQMNT'==.
           COPY 'QUIESCEP.CPY'.
           COPY 'QUIESCES.CPY'.
