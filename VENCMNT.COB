       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENCMNT.
      **********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = KIVIA(ALURA) KIVIAAL
      *OBJETIVO: MANUTENCAO DAS INSTRUCOES DE VENCIMENTO DAS
      *CONTAS DE INVESTIMENTO (ARQUIVO INSTVENC, LAYOUT
      *INSTVENC.CPY) - O QUE A LIQUIDACAO NOTURNA ATIVIDADE05S
      *FAZ COM A CONTA QUANDO ELA VENCE. SO CONTA ABERTA COM
      *LEDGER-VENCIMENTO (CDB/LCI) RECEBE INSTRUCAO.
      *L = LIQUIDAR E PAGAR O LIQUIDO PELO REMPAG;
      *T = RENOVAR PRINCIPAL MAIS RENDIMENTO LIQUIDO;
      *P = RENOVAR O PRINCIPAL E PAGAR O RENDIMENTO LIQUIDO;
      *X = RETIRAR A INSTRUCAO (A CONTA VOLTA A SER LIQUIDADA E
      *    APARECE NA PREVISAO COMO SEM INSTRUCAO).
      *NA RENOVACAO O PRAZO DA CONTA NOVA E INFORMADO EM MESES.
      *CADA ALTERACAO FICA NO AUDIT-TRAIL COM O OPERADOR DA
      *SESSAO.
      *DATA   = 09/05/22
      *HISTORICO DE ALTERACOES
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSTRUCOES-VENCIMENTO ASSIGN TO "INSTVENC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IVC-CONTA
               FILE STATUS IS IVC-WS-STATUS.

           SELECT INVESTIMENTO-LEDGER ASSIGN TO "INVLEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDGER-CONTA
               FILE STATUS IS WRK-LEDGER-STATUS.

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
       FD  INSTRUCOES-VENCIMENTO.
           COPY 'INSTVENC.CPY'.

       FD  INVESTIMENTO-LEDGER.
           COPY 'LEDGER.CPY'.

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
           COPY 'INSTVENW.CPY'.
       77 WRK-LEDGER-STATUS PIC X(02) VALUE ZEROS.
           88 LEDGER-OK VALUE '00'.
           88 LEDGER-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-CONTA-ENT PIC X(06) VALUE SPACES.
       77 WRK-PRAZO-ENT PIC X(03) VALUE SPACES.
       77 WRK-ENTRADA-VALIDA PIC X(01) VALUE 'N'.
           88 ENTRADA-VALIDA VALUE 'S'.
       77 WRK-CONTA PIC 9(06) VALUE ZEROS.
       77 WRK-ACAO-DIGITO PIC X(01) VALUE 'V'.
       77 WRK-DIGITO-OK PIC X(01) VALUE 'S'.
           88 DIGITO-VALIDO VALUE 'S'.
       77 WRK-CONTA-ACHADA PIC X(01) VALUE 'N'.
           88 CONTA-CADASTRADA VALUE 'S'.
       77 WRK-PRAZO PIC 9(03) VALUE ZEROS.
      *PRAZO MAXIMO DA RENOVACAO (10 ANOS)
       77 WRK-PRAZO-MAXIMO PIC 9(03) VALUE 120.
       77 WRK-OPCAO PIC X(01) VALUE SPACES.
           88 OPCAO-LIQUIDAR VALUE 'L'.
           88 OPCAO-RENOVAR VALUE 'T' 'P'.
           88 OPCAO-RETIRAR VALUE 'X'.
           88 OPCAO-SAIR VALUE 'S'.
       77 WRK-DATA-ED PIC 9(04)/99/99 VALUE ZEROS.
           COPY 'MONEYS.CPY' REPLACING ==MONEY-FIELD-NAME==
               BY ==WRK-VALOR-ED==.
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
           DISPLAY 'VENCMNT' '   DATA: ' RUNDATE-HOJE-ED.
           DISPLAY 'INSTRUCOES DE VENCIMENTO DAS CONTAS'.
           PERFORM OBTER-OPERADOR-SESSAO.

           OPEN I-O INSTRUCOES-VENCIMENTO.
           IF IVC-ARQ-NAO-ENCONTRADO
               OPEN OUTPUT INSTRUCOES-VENCIMENTO
               CLOSE INSTRUCOES-VENCIMENTO
               OPEN I-O INSTRUCOES-VENCIMENTO
           END-IF.
           SET IVC-ABERTO TO TRUE.

           MOVE 'N' TO WRK-CONTA-ACHADA.
           OPEN INPUT INVESTIMENTO-LEDGER.
           IF LEDGER-NAO-ENCONTRADO
               DISPLAY 'INVESTIMENTO-LEDGER (INVLEDG) NAO ENCONTRADO.'
           ELSE
               DISPLAY 'NUMERO DA CONTA'
               ACCEPT WRK-CONTA-ENT FROM CONSOLE
               CALL 'VALIDNUM' USING WRK-CONTA-ENT WRK-ENTRADA-VALIDA
               IF ENTRADA-VALIDA
                   MOVE FUNCTION TRIM(WRK-CONTA-ENT) TO WRK-CONTA
                   MOVE 'V' TO WRK-ACAO-DIGITO
                   CALL 'VALIDCTA' USING WRK-ACAO-DIGITO WRK-CONTA
                       WRK-DIGITO-OK
                   IF NOT DIGITO-VALIDO
                       DISPLAY 'AVISO: DIGITO VERIFICADOR INVALIDO.'
                   END-IF
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

           IF CONTA-CADASTRADA AND NOT LEDGER-CONTA-ABERTA
               DISPLAY 'CONTA ENCERRADA, BLOQUEADA OU RETIDA - '
                       'INSTRUCAO NAO PODE SER ALTERADA.'
               MOVE 'N' TO WRK-CONTA-ACHADA
           END-IF.
           IF CONTA-CADASTRADA AND LEDGER-VENCIMENTO = ZEROS
               DISPLAY 'CONTA SEM VENCIMENTO (' LEDGER-TIPO-PROD
                       ') - NAO HA INSTRUCAO DE VENCIMENTO.'
               MOVE 'N' TO WRK-CONTA-ACHADA
           END-IF.

           IF CONTA-CADASTRADA
               PERFORM MOSTRAR-CONTA
           END-IF.

       0003-PROCESSAR.
           DISPLAY '----------------------------------------'.
           DISPLAY 'OPCAO: L=LIQUIDAR E PAGAR  T=RENOVAR TOTAL  '
                   'P=RENOVAR PRINCIPAL'.
           DISPLAY '       X=RETIRAR A INSTRUCAO  S=SAIR'.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           INSPECT WRK-OPCAO CONVERTING 'ltpxs' TO 'LTPXS'.
           EVALUATE TRUE
               WHEN OPCAO-LIQUIDAR
                   PERFORM GRAVAR-INSTRUCAO THRU GRAVAR-INSTRUCAO-EXIT
               WHEN OPCAO-RENOVAR
                   PERFORM GRAVAR-INSTRUCAO THRU GRAVAR-INSTRUCAO-EXIT
               WHEN OPCAO-RETIRAR
                   PERFORM RETIRAR-INSTRUCAO
                       THRU RETIRAR-INSTRUCAO-EXIT
               WHEN OPCAO-SAIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

       0004-FINALIZAR.
           PERFORM FECHAR-INSTRUCOES-VENC.
           IF NOT LEDGER-NAO-ENCONTRADO
               CLOSE INVESTIMENTO-LEDGER
           END-IF.
           PERFORM FECHAR-AUDITORIA.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

      *----------------------------------------------------------*
      * MOSTRAR-CONTA                                             *
      * EXIBE PRODUTO, SALDO, VENCIMENTO, A INSTRUCAO EM VIGOR E  *
      * A CONTA DE ORIGEM QUANDO A CONTA VEIO DE UMA RENOVACAO.   *
      *----------------------------------------------------------*
       MOSTRAR-CONTA.
           MOVE LEDGER-VENCIMENTO TO WRK-DATA-ED.
           MOVE LEDGER-SALDO TO WRK-VALOR-ED.
           DISPLAY 'CONTA...: ' WRK-CONTA '  PRODUTO: ' LEDGER-TIPO-PROD
                   '  SALDO: ' WRK-VALOR-ED.
           DISPLAY 'VENCIMENTO: ' WRK-DATA-ED.
           MOVE WRK-CONTA TO IVC-WS-CONTA.
           PERFORM LER-INSTRUCAO-VENC.
           DISPLAY 'INSTRUCAO: ' IVC-WS-DESC.
           IF IVC-ENCONTRADA AND IVC-CONTA-ANTERIOR NOT = ZEROS
               DISPLAY 'RENOVACAO DA CONTA ' IVC-CONTA-ANTERIOR
           END-IF.

       MOSTRAR-CONTA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * GRAVAR-INSTRUCAO                                          *
      * L/T/P - NA RENOVACAO PEDE O PRAZO DA CONTA NOVA EM MESES  *
      * (1 A WRK-PRAZO-MAXIMO). INCLUI O REGISTRO OU REGRAVA O    *
      * EXISTENTE, PRESERVANDO A LIGACAO COM A CONTA ANTERIOR.    *
      *----------------------------------------------------------*
       GRAVAR-INSTRUCAO.
           MOVE ZEROS TO WRK-PRAZO.
           IF OPCAO-RENOVAR
               DISPLAY 'PRAZO DA RENOVACAO EM MESES'
               ACCEPT WRK-PRAZO-ENT FROM CONSOLE
               CALL 'VALIDNUM' USING WRK-PRAZO-ENT WRK-ENTRADA-VALIDA
               IF NOT ENTRADA-VALIDA
                   DISPLAY 'PRAZO INVALIDO - NADA FOI ALTERADO.'
                   GO TO GRAVAR-INSTRUCAO-EXIT
               END-IF
               MOVE FUNCTION TRIM(WRK-PRAZO-ENT) TO WRK-PRAZO
               IF WRK-PRAZO = ZEROS OR WRK-PRAZO > WRK-PRAZO-MAXIMO
                   DISPLAY 'PRAZO FORA DE 1 A ' WRK-PRAZO-MAXIMO
                           ' MESES - NADA FOI ALTERADO.'
                   GO TO GRAVAR-INSTRUCAO-EXIT
               END-IF
           END-IF.

           MOVE WRK-CONTA TO IVC-WS-CONTA.
           PERFORM LER-INSTRUCAO-VENC.
           IF NOT IVC-ENCONTRADA
               MOVE WRK-CONTA TO IVC-CONTA
               MOVE ZEROS TO IVC-CONTA-ANTERIOR
               MOVE ZEROS TO IVC-CONTA-NOVA
               MOVE ZEROS TO IVC-DATA-RENOV
           END-IF.
           MOVE WRK-OPCAO TO IVC-ACAO.
           MOVE WRK-PRAZO TO IVC-PRAZO-MESES.
           MOVE RUNDATE-HOJE TO IVC-DATA-ATUALIZ.
           MOVE AUD-WS-OPERADOR TO IVC-OPERADOR.
           IF IVC-ENCONTRADA
               REWRITE REG-INSTVENC
                   INVALID KEY
                       DISPLAY 'ERRO NA GRAVACAO DA INSTRUCAO - '
                               'STATUS ' IVC-WS-STATUS
                       GO TO GRAVAR-INSTRUCAO-EXIT
               END-REWRITE
           ELSE
               WRITE REG-INSTVENC
                   INVALID KEY
                       DISPLAY 'ERRO NA GRAVACAO DA INSTRUCAO - '
                               'STATUS ' IVC-WS-STATUS
                       GO TO GRAVAR-INSTRUCAO-EXIT
               END-WRITE
           END-IF.

           MOVE 'IVC-INSTRUCAO' TO AUD-CAMPO.
           MOVE SPACES TO AUD-VALOR.
           STRING WRK-CONTA DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-OPCAO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-PRAZO DELIMITED BY SIZE
                  INTO AUD-VALOR.
           PERFORM GRAVAR-AUDITORIA.
           DISPLAY 'INSTRUCAO GRAVADA.'.
           PERFORM MOSTRAR-CONTA.

       GRAVAR-INSTRUCAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * RETIRAR-INSTRUCAO                                         *
      * APAGA A INSTRUCAO; CONTA QUE VEIO DE RENOVACAO MANTEM O   *
      * REGISTRO SEM ACAO PARA NAO PERDER A LIGACAO COM A CONTA   *
      * ANTERIOR.                                                 *
      *----------------------------------------------------------*
       RETIRAR-INSTRUCAO.
           MOVE WRK-CONTA TO IVC-WS-CONTA.
           PERFORM LER-INSTRUCAO-VENC.
           IF NOT IVC-ENCONTRADA OR IVC-SEM-ACAO
               DISPLAY 'CONTA SEM INSTRUCAO - NADA FOI ALTERADO.'
               GO TO RETIRAR-INSTRUCAO-EXIT
           END-IF.
           IF IVC-CONTA-ANTERIOR = ZEROS
               DELETE INSTRUCOES-VENCIMENTO RECORD
                   INVALID KEY
                       DISPLAY 'ERRO NA EXCLUSAO DA INSTRUCAO - '
                               'STATUS ' IVC-WS-STATUS
                       GO TO RETIRAR-INSTRUCAO-EXIT
               END-DELETE
           ELSE
               MOVE SPACE TO IVC-ACAO
               MOVE ZEROS TO IVC-PRAZO-MESES
               MOVE RUNDATE-HOJE TO IVC-DATA-ATUALIZ
               MOVE AUD-WS-OPERADOR TO IVC-OPERADOR
               REWRITE REG-INSTVENC
                   INVALID KEY
                       DISPLAY 'ERRO NA GRAVACAO DA INSTRUCAO - '
                               'STATUS ' IVC-WS-STATUS
                       GO TO RETIRAR-INSTRUCAO-EXIT
               END-REWRITE
           END-IF.

           MOVE 'IVC-EXCLUSAO' TO AUD-CAMPO.
           MOVE WRK-CONTA TO AUD-VALOR.
           PERFORM GRAVAR-AUDITORIA.
           DISPLAY 'INSTRUCAO RETIRADA.'.
           PERFORM MOSTRAR-CONTA.

       RETIRAR-INSTRUCAO-EXIT.
           EXIT.

           COPY 'RUNDATEP.CPY'.
           COPY 'INSTVENP.CPY'.
           COPY 'AUDITPRC.CPY' REPLACING ==AUD-PROGRAM-ID==
               BY =='VENCMNT'==.
           COPY 'QUIESCEP.CPY'.
           COPY 'QUIESCES.CPY'.
