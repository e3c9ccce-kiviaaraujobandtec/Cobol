       IDENTIFICATION DIVISION.
       PROGRAM-ID. SODMNT.
      **********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = KIVIA(ALURA) KIVIAAL
      *OBJETIVO: MANUTENCAO DAS REGRAS DE SEGREGACAO DE FUNCOES
      *(SODREGRA) - INCLUI, ALTERA, EXCLUI E LISTA OS PARES DE
      *PRIVILEGIOS QUE NAO PODEM FICAR COM O MESMO OPERADOR
      *(OPCAO DO MENU OU NIVEL DE SUPERVISOR). INCLUSAO,
      *ALTERACAO E EXCLUSAO SO PARA SUPERVISOR ASSINADO (OPERSESS
      *X OPERMST) E CADA MUDANCA VAI PARA O AUDIT-TRAIL. AS
      *REGRAS SAO CONFERIDAS NA CONCESSAO (AUTORMNT) E NO
      *RELATORIO MENSAL DE CONFLITOS (SODREL).
      *DATA   = 08/06/22
      *HISTORICO DE ALTERACOES
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGRAS-CONFLITO ASSIGN TO "SODREGRA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOD-CODIGO
               FILE STATUS IS SOD-WS-STATUS.

           SELECT OPERADOR-MASTER ASSIGN TO "OPERMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WRK-OPER-STATUS.

           SELECT AUDIT-TRAIL ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUD-WS-STATUS.

           SELECT OPERADOR-SESSAO ASSIGN TO "OPERSESS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SES-WS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REGRAS-CONFLITO.
           COPY 'SODREGRA.CPY'.

       FD  OPERADOR-MASTER.
           COPY 'OPERMST.CPY'.

       FD  AUDIT-TRAIL.
           COPY 'AUDITLOG.CPY'.

       FD  OPERADOR-SESSAO.
           COPY 'OPERSESS.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'AUDITWS.CPY'.
           COPY 'OPERSESW.CPY'.
           COPY 'SODW.CPY'.
       77 WRK-OPER-STATUS PIC X(02) VALUE ZEROS.
           88 OPER-MST-OK VALUE '00'.
           88 OPER-MST-NAO-ENCONTRADO VALUE '23' '35'.

       77 WRK-CODIGO PIC X(06) VALUE SPACES.
       77 WRK-ENT PIC X(11) VALUE SPACES.
       77 WRK-ENTRADA-VALIDA PIC X(01) VALUE 'N'.
           88 ENTRADA-VALIDA VALUE 'S'.
       77 WRK-OPCAO PIC X(01) VALUE SPACES.
           88 OPCAO-INCLUIR VALUE 'I'.
           88 OPCAO-ALTERAR VALUE 'A'.
           88 OPCAO-EXCLUIR VALUE 'E'.
           88 OPCAO-LISTAR VALUE 'L'.
       77 WRK-SUPERVISOR PIC X(01) VALUE 'N'.
           88 ACESSO-SUPERVISOR VALUE 'S'.
       77 WRK-LADO-OK PIC X(01) VALUE 'N'.
           88 LADOS-VALIDOS VALUE 'S'.
       77 WRK-TIPO PIC X(01) VALUE SPACES.
           88 TIPO-OPCAO VALUE 'O'.
           88 TIPO-SUPERVISOR VALUE 'S'.
       77 WRK-NUM-OPCAO PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-LISTADAS PIC 9(05) VALUE ZEROS.
           COPY 'RUNDATE.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0002-INICIALIZAR THRU 0002-INICIALIZAR-EXIT.
           PERFORM 0003-FINALIZAR.

           STOP RUN.

       0002-INICIALIZAR.
           PERFORM OBTER-DATA-EXECUCAO.
           DISPLAY 'SODMNT' '   DATA: ' RUNDATE-HOJE-ED.
           DISPLAY 'REGRAS DE SEGREGACAO DE FUNCOES'.

           OPEN I-O REGRAS-CONFLITO.
           IF SOD-NAO-ENCONTRADO
               OPEN OUTPUT REGRAS-CONFLITO
               CLOSE REGRAS-CONFLITO
               OPEN I-O REGRAS-CONFLITO
           END-IF.

           DISPLAY 'OPCAO: I=INCLUIR  A=ALTERAR  E=EXCLUIR  L=LISTAR'.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           IF OPCAO-INCLUIR OR OPCAO-ALTERAR OR OPCAO-EXCLUIR
               PERFORM CONFERIR-SUPERVISOR THRU
                   CONFERIR-SUPERVISOR-EXIT
               IF NOT ACESSO-SUPERVISOR
                   DISPLAY 'MUDANCA DE REGRA RESTRITA A SUPERVISOR '
                           '- NADA FOI ALTERADO.'
                   GO TO 0002-INICIALIZAR-EXIT
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN OPCAO-INCLUIR
                   PERFORM INCLUIR-REGRA THRU INCLUIR-REGRA-EXIT
               WHEN OPCAO-ALTERAR
                   PERFORM ALTERAR-REGRA THRU ALTERAR-REGRA-EXIT
               WHEN OPCAO-EXCLUIR
                   PERFORM EXCLUIR-REGRA THRU EXCLUIR-REGRA-EXIT
               WHEN OPCAO-LISTAR
                   PERFORM LISTAR-REGRAS
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA - NADA FOI ALTERADO.'
           END-EVALUATE.

       0002-INICIALIZAR-EXIT.
           EXIT.

       0003-FINALIZAR.
           CLOSE REGRAS-CONFLITO.
           PERFORM FECHAR-AUDITORIA.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

      *----------------------------------------------------------*
      * CONFERIR-SUPERVISOR                                       *
      * SO O OPERADOR ASSINADO COM NIVEL DE SUPERVISOR, ATIVO NO  *
      * OPERMST, MUDA AS REGRAS.                                  *
      *----------------------------------------------------------*
       CONFERIR-SUPERVISOR.
           MOVE 'N' TO WRK-SUPERVISOR.
           OPEN INPUT OPERADOR-SESSAO.
           IF SES-NAO-ENCONTRADO
               DISPLAY 'SEM SESSAO ASSINADA.'
               GO TO CONFERIR-SUPERVISOR-EXIT
           END-IF.
           READ OPERADOR-SESSAO
               AT END
                   MOVE SPACES TO SES-OPERADOR
           END-READ.
           CLOSE OPERADOR-SESSAO.
           IF SES-OPERADOR = SPACES
               DISPLAY 'SEM SESSAO ASSINADA.'
               GO TO CONFERIR-SUPERVISOR-EXIT
           END-IF.
           OPEN INPUT OPERADOR-MASTER.
           IF OPER-MST-NAO-ENCONTRADO
               DISPLAY 'CADASTRO DE OPERADORES AUSENTE.'
               GO TO CONFERIR-SUPERVISOR-EXIT
           END-IF.
           MOVE SES-OPERADOR TO OPER-ID.
           READ OPERADOR-MASTER
               INVALID KEY
                   DISPLAY 'OPERADOR DA SESSAO NAO CADASTRADO.'
               NOT INVALID KEY
                   IF OPER-SUPERVISOR AND OPER-ATIVO
                       SET ACESSO-SUPERVISOR TO TRUE
                       DISPLAY 'SUPERVISOR: ' OPER-NOME
                   END-IF
           END-READ.
           CLOSE OPERADOR-MASTER.

       CONFERIR-SUPERVISOR-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * INCLUIR-REGRA                                             *
      *----------------------------------------------------------*
       INCLUIR-REGRA.
           PERFORM ACEITAR-CODIGO.
           IF WRK-CODIGO = SPACES
               DISPLAY 'CODIGO EM BRANCO - NADA FOI GRAVADO.'
               GO TO INCLUIR-REGRA-EXIT
           END-IF.
           MOVE WRK-CODIGO TO SOD-CODIGO.
           READ REGRAS-CONFLITO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY 'REGRA JA EXISTE - USE A ALTERACAO.'
                   GO TO INCLUIR-REGRA-EXIT
           END-READ.
           PERFORM ACEITAR-REGRA THRU ACEITAR-REGRA-EXIT.
           IF NOT LADOS-VALIDOS
               GO TO INCLUIR-REGRA-EXIT
           END-IF.
           MOVE WRK-CODIGO TO SOD-CODIGO.
           SET SOD-ATIVA TO TRUE.
           WRITE REG-REGRA-SOD
               INVALID KEY
                   DISPLAY 'ERRO NA GRAVACAO DA REGRA.'
               NOT INVALID KEY
                   DISPLAY 'REGRA INCLUIDA.'
                   MOVE 'SOD-INCLUI' TO AUD-CAMPO
                   PERFORM AUDITAR-REGRA
           END-WRITE.

       INCLUIR-REGRA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ALTERAR-REGRA                                             *
      * REDIGITA OS DOIS LADOS E A DESCRICAO E PERMITE INATIVAR   *
      * (OU REATIVAR) A REGRA SEM EXCLUI-LA.                      *
      *----------------------------------------------------------*
       ALTERAR-REGRA.
           PERFORM ACEITAR-CODIGO.
           MOVE WRK-CODIGO TO SOD-CODIGO.
           READ REGRAS-CONFLITO
               INVALID KEY
                   DISPLAY 'REGRA NAO ENCONTRADA.'
                   GO TO ALTERAR-REGRA-EXIT
           END-READ.
           PERFORM EXIBIR-REGRA.
           PERFORM ACEITAR-REGRA THRU ACEITAR-REGRA-EXIT.
           IF NOT LADOS-VALIDOS
               GO TO ALTERAR-REGRA-EXIT
           END-IF.
           DISPLAY 'SITUACAO (A=ATIVA  I=INATIVA)'.
           ACCEPT SOD-SITUACAO FROM CONSOLE.
           IF NOT SOD-ATIVA AND NOT SOD-INATIVA
               DISPLAY 'SITUACAO INVALIDA - NADA FOI ALTERADO.'
               GO TO ALTERAR-REGRA-EXIT
           END-IF.
           REWRITE REG-REGRA-SOD
               INVALID KEY
                   DISPLAY 'ERRO NA REGRAVACAO DA REGRA.'
               NOT INVALID KEY
                   DISPLAY 'REGRA ALTERADA.'
                   MOVE 'SOD-ALTERA' TO AUD-CAMPO
                   PERFORM AUDITAR-REGRA
           END-REWRITE.

       ALTERAR-REGRA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * EXCLUIR-REGRA                                             *
      *----------------------------------------------------------*
       EXCLUIR-REGRA.
           PERFORM ACEITAR-CODIGO.
           MOVE WRK-CODIGO TO SOD-CODIGO.
           READ REGRAS-CONFLITO
               INVALID KEY
                   DISPLAY 'REGRA NAO ENCONTRADA.'
               NOT INVALID KEY
                   PERFORM EXIBIR-REGRA
                   DELETE REGRAS-CONFLITO
                   DISPLAY 'REGRA EXCLUIDA.'
                   MOVE 'SOD-EXCLUI' TO AUD-CAMPO
                   PERFORM AUDITAR-REGRA
           END-READ.

       EXCLUIR-REGRA-EXIT.
           EXIT.

       ACEITAR-CODIGO.
           DISPLAY 'CODIGO DA REGRA'.
           ACCEPT WRK-CODIGO FROM CONSOLE.

       ACEITAR-CODIGO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ACEITAR-REGRA                                             *
      * ACEITA OS DOIS LADOS (O = OPCAO DO MENU 01 A 99, S =      *
      * NIVEL DE SUPERVISOR) E A DESCRICAO. OS DOIS LADOS NAO     *
      * PODEM SER IGUAIS.                                         *
      *----------------------------------------------------------*
       ACEITAR-REGRA.
           MOVE 'N' TO WRK-LADO-OK.
           DISPLAY 'PRIMEIRO LADO'.
           PERFORM ACEITAR-LADO THRU ACEITAR-LADO-EXIT.
           IF NOT LADOS-VALIDOS
               GO TO ACEITAR-REGRA-EXIT
           END-IF.
           MOVE WRK-TIPO TO SOD-TIPO-A.
           MOVE WRK-NUM-OPCAO TO SOD-OPCAO-A.
           DISPLAY 'SEGUNDO LADO'.
           PERFORM ACEITAR-LADO THRU ACEITAR-LADO-EXIT.
           IF NOT LADOS-VALIDOS
               GO TO ACEITAR-REGRA-EXIT
           END-IF.
           MOVE WRK-TIPO TO SOD-TIPO-B.
           MOVE WRK-NUM-OPCAO TO SOD-OPCAO-B.
           IF SOD-LADO-A = SOD-LADO-B
               DISPLAY 'OS DOIS LADOS SAO IGUAIS - NADA FOI '
                       'GRAVADO.'
               MOVE 'N' TO WRK-LADO-OK
               GO TO ACEITAR-REGRA-EXIT
           END-IF.
           DISPLAY 'DESCRICAO'.
           ACCEPT SOD-DESCRICAO FROM CONSOLE.

       ACEITAR-REGRA-EXIT.
           EXIT.

       ACEITAR-LADO.
           MOVE 'N' TO WRK-LADO-OK.
           MOVE ZEROS TO WRK-NUM-OPCAO.
           DISPLAY 'TIPO (O=OPCAO DO MENU  S=NIVEL DE SUPERVISOR)'.
           ACCEPT WRK-TIPO FROM CONSOLE.
           EVALUATE TRUE
               WHEN TIPO-SUPERVISOR
                   MOVE 'S' TO WRK-LADO-OK
               WHEN TIPO-OPCAO
                   DISPLAY 'NUMERO DA OPCAO DO MENU'
                   ACCEPT WRK-ENT FROM CONSOLE
                   CALL 'VALIDNUM' USING WRK-ENT WRK-ENTRADA-VALIDA
                   IF ENTRADA-VALIDA
                       MOVE FUNCTION TRIM(WRK-ENT) TO WRK-NUM-OPCAO
                   END-IF
                   IF ENTRADA-VALIDA AND WRK-NUM-OPCAO > ZEROS
                       MOVE 'S' TO WRK-LADO-OK
                   ELSE
                       DISPLAY 'OPCAO INVALIDA - NADA FOI GRAVADO.'
                   END-IF
               WHEN OTHER
                   DISPLAY 'TIPO INVALIDO - NADA FOI GRAVADO.'
           END-EVALUATE.

       ACEITAR-LADO-EXIT.
           EXIT.

       EXIBIR-REGRA.
           MOVE SOD-TIPO-A TO SOD-WS-TIPO.
           MOVE SOD-OPCAO-A TO SOD-WS-OPCAO.
           PERFORM DESCREVER-LADO.
           MOVE SOD-WS-LADO-ED TO SOD-WS-LADO-A-ED.
           MOVE SOD-TIPO-B TO SOD-WS-TIPO.
           MOVE SOD-OPCAO-B TO SOD-WS-OPCAO.
           PERFORM DESCREVER-LADO.
           MOVE SOD-WS-LADO-ED TO SOD-WS-LADO-B-ED.
           DISPLAY SOD-CODIGO ' ' SOD-WS-LADO-A-ED ' X '
                   SOD-WS-LADO-B-ED ' ' SOD-SITUACAO ' '
                   SOD-DESCRICAO.

       EXIBIR-REGRA-EXIT.
           EXIT.

       DESCREVER-LADO.
           MOVE SPACES TO SOD-WS-LADO-ED.
           IF SOD-WS-TIPO = 'S'
               MOVE 'NIVEL 9' TO SOD-WS-LADO-ED
           ELSE
               MOVE SOD-WS-OPCAO TO SOD-WS-OPCAO-ED
               STRING 'OPCAO ' DELIMITED BY SIZE
                      SOD-WS-OPCAO-ED DELIMITED BY SIZE
                      INTO SOD-WS-LADO-ED
           END-IF.

       DESCREVER-LADO-EXIT.
           EXIT.

      *AUDITORIA DA REGRA: CODIGO + LADO A + LADO B + SITUACAO
       AUDITAR-REGRA.
           MOVE SPACES TO AUD-VALOR.
           STRING SOD-CODIGO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SOD-LADO-A DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SOD-LADO-B DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SOD-SITUACAO DELIMITED BY SIZE
                  INTO AUD-VALOR.
           PERFORM GRAVAR-AUDITORIA.

       AUDITAR-REGRA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LISTAR-REGRAS                                             *
      * LISTA TODAS AS REGRAS, ATIVAS E INATIVAS.                 *
      *----------------------------------------------------------*
       LISTAR-REGRAS.
           MOVE ZEROS TO WRK-QTD-LISTADAS.
           MOVE 'N' TO SOD-WS-FIM.
           MOVE LOW-VALUES TO SOD-CODIGO.
           START REGRAS-CONFLITO KEY IS NOT < SOD-CODIGO
               INVALID KEY
                   SET SOD-VARREDURA-FIM TO TRUE
           END-START.
           PERFORM LISTAR-UMA-REGRA UNTIL SOD-VARREDURA-FIM.
           DISPLAY 'REGRAS LISTADAS: ' WRK-QTD-LISTADAS.

       LISTAR-REGRAS-EXIT.
           EXIT.

       LISTAR-UMA-REGRA.
           READ REGRAS-CONFLITO NEXT RECORD
               AT END
                   SET SOD-VARREDURA-FIM TO TRUE
           END-READ.
           IF NOT SOD-VARREDURA-FIM
               ADD 1 TO WRK-QTD-LISTADAS
               PERFORM EXIBIR-REGRA
           END-IF.

       LISTAR-UMA-REGRA-EXIT.
           EXIT.

           COPY 'AUDITPRC.CPY' REPLACING ==AUD-PROGRAM-ID==
               BY =='SODMNT'==.
           COPY 'RUNDATEP.CPY'.
