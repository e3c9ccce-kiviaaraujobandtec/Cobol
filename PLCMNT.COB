       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLCMNT.
      **********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = KIVIA(ALURA) KIVIAAL
      *OBJETIVO: MANUTENCAO DO PLANO DE CONTAS (PLCONTAS) - INCLUI,
      *ALTERA E DESATIVA AS CONTAS USADAS NAS LINHAS DO
      *JORNAL-EXTRATO (CODIGO, DESCRICAO, TIPO ATIVO/PASSIVO/
      *RECEITA/DESPESA E NUMERO DA CONTA NO SISTEMA DA
      *CONTABILIDADE) E LISTA O PLANO CADASTRADO. SO O SUPERVISOR
      *ASSINADO NO MENU-PRINCIPAL (NIVEL 9 NO OPERMST) PODE
      *INCLUIR, ALTERAR OU DESATIVAR, E CADA ACAO VAI PARA O
      *AUDIT-TRAIL COM A CONTA E O NUMERO CONTABIL. CONTA NAO E
      *EXCLUIDA, SO DESATIVADA, PARA O BALANCET DOS MESES
      *ANTERIORES CONTINUAR DESCRITO. O GRAVAR-JORNAL
      *COMPARTILHADO (JORNALP.CPY) DESVIA PARA JRNHELD AS LINHAS
      *DE CONTA FORA DO PLANO OU DESATIVADA.
      *DATA   = 27/05/22
      *HISTORICO DE ALTERACOES
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLANO-CONTAS ASSIGN TO "PLCONTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLC-CONTA
               FILE STATUS IS WRK-PLC-STATUS.

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
       FD  PLANO-CONTAS.
           COPY 'PLCONTAS.CPY'.

       FD  OPERADOR-MASTER.
           COPY 'OPERMST.CPY'.

       FD  AUDIT-TRAIL.
           COPY 'AUDITLOG.CPY'.

       FD  OPERADOR-SESSAO.
           COPY 'OPERSESS.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'AUDITWS.CPY'.
           COPY 'OPERSESW.CPY'.
       77 WRK-PLC-STATUS PIC X(02) VALUE ZEROS.
           88 PLC-ARQ-OK VALUE '00'.
           88 PLC-ARQ-AUSENTE VALUE '23' '35'.
       77 WRK-OPER-STATUS PIC X(02) VALUE ZEROS.
           88 OPER-MST-OK VALUE '00'.
           88 OPER-MST-NAO-ENCONTRADO VALUE '23' '35'.

       77 WRK-SUPERVISOR PIC X(01) VALUE 'N'.
           88 ACESSO-SUPERVISOR VALUE 'S'.
       77 WRK-OPCAO PIC X(01) VALUE SPACES.
           88 OPCAO-INCLUIR VALUE 'I'.
           88 OPCAO-ALTERAR VALUE 'A'.
           88 OPCAO-DESATIVAR VALUE 'D'.
           88 OPCAO-LISTAR VALUE 'L'.
       77 WRK-CONTA PIC X(12) VALUE SPACES.
       77 WRK-DESCRICAO PIC X(30) VALUE SPACES.
       77 WRK-TIPO PIC X(01) VALUE SPACES.
           88 TIPO-VALIDO VALUE 'A' 'P' 'R' 'D'.
       77 WRK-CONTA-CONTABIL PIC X(15) VALUE SPACES.
       77 WRK-REG-EXISTE PIC X(01) VALUE 'N'.
           88 CONTA-CADASTRADA VALUE 'S'.
       77 WRK-VARRE PIC X(01) VALUE 'N'.
           88 VARREDURA-FIM VALUE 'S'.
       77 WRK-TOTAL-CONTAS PIC 9(05) VALUE ZEROS.
           COPY 'RUNDATE.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0002-INICIALIZAR THRU 0002-INICIALIZAR-EXIT.
           PERFORM 0003-FINALIZAR.

           STOP RUN.

       0002-INICIALIZAR.
           PERFORM OBTER-DATA-EXECUCAO.
           DISPLAY 'PLCMNT' '   DATA: ' RUNDATE-HOJE-ED.
           DISPLAY 'MANUTENCAO DO PLANO DE CONTAS'.

           PERFORM CONFERIR-SUPERVISOR THRU CONFERIR-SUPERVISOR-EXIT.

           OPEN I-O PLANO-CONTAS.
           IF PLC-ARQ-AUSENTE
               OPEN OUTPUT PLANO-CONTAS
               CLOSE PLANO-CONTAS
               OPEN I-O PLANO-CONTAS
           END-IF.

           DISPLAY 'OPCAO: I=INCLUIR  A=ALTERAR  D=DESATIVAR  '
                   'L=LISTAR'.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE TRUE
               WHEN OPCAO-INCLUIR
                   PERFORM GRAVAR-CONTA THRU GRAVAR-CONTA-EXIT
               WHEN OPCAO-ALTERAR
                   PERFORM GRAVAR-CONTA THRU GRAVAR-CONTA-EXIT
               WHEN OPCAO-DESATIVAR
                   PERFORM DESATIVAR-CONTA THRU DESATIVAR-CONTA-EXIT
               WHEN OPCAO-LISTAR
                   PERFORM LISTAR-CONTAS
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA - NADA FOI ALTERADO.'
           END-EVALUATE.

       0002-INICIALIZAR-EXIT.
           EXIT.

       0003-FINALIZAR.
           IF NOT PLC-ARQ-AUSENTE
               CLOSE PLANO-CONTAS
           END-IF.
           PERFORM FECHAR-AUDITORIA.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

      *----------------------------------------------------------*
      * CONFERIR-SUPERVISOR                                       *
      * IDENTIFICA O OPERADOR ASSINADO NO MENU-PRINCIPAL (ARQUIVO *
      * DE SESSAO OPERSESS) E CONFERE O NIVEL 9 NO OPERMST - SEM  *
      * SESSAO OU SEM NIVEL DE SUPERVISOR SO A LISTAGEM FICA      *
      * DISPONIVEL.                                               *
      *----------------------------------------------------------*
       CONFERIR-SUPERVISOR.
           OPEN INPUT OPERADOR-SESSAO.
           IF SES-NAO-ENCONTRADO
               DISPLAY 'SEM SESSAO ASSINADA - MANUTENCAO DO '
                       'PLANO INDISPONIVEL.'
               GO TO CONFERIR-SUPERVISOR-EXIT
           END-IF.
           READ OPERADOR-SESSAO
               AT END
                   MOVE SPACES TO SES-OPERADOR
           END-READ.
           CLOSE OPERADOR-SESSAO.
           IF SES-OPERADOR = SPACES
               DISPLAY 'SEM SESSAO ASSINADA - MANUTENCAO DO '
                       'PLANO INDISPONIVEL.'
               GO TO CONFERIR-SUPERVISOR-EXIT
           END-IF.
           OPEN INPUT OPERADOR-MASTER.
           IF OPER-MST-NAO-ENCONTRADO
               DISPLAY 'CADASTRO DE OPERADORES AUSENTE - '
                       'MANUTENCAO DO PLANO INDISPONIVEL.'
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
                   ELSE
                       DISPLAY 'OPERADOR ' SES-OPERADOR ' NAO E '
                               'SUPERVISOR - SO LISTAGEM.'
                   END-IF
           END-READ.
           CLOSE OPERADOR-MASTER.

       CONFERIR-SUPERVISOR-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * GRAVAR-CONTA                                              *
      * INCLUI UMA CONTA NOVA OU ALTERA DESCRICAO, TIPO E NUMERO  *
      * CONTABIL DE UMA CONTA CADASTRADA (A ALTERACAO TAMBEM      *
      * REATIVA A CONTA DESATIVADA), COM REGISTRO NO AUDIT-TRAIL. *
      *----------------------------------------------------------*
       GRAVAR-CONTA.
           IF NOT ACESSO-SUPERVISOR
               DISPLAY 'ACAO RESTRITA A SUPERVISOR - NADA FOI '
                       'ALTERADO.'
               GO TO GRAVAR-CONTA-EXIT
           END-IF.
           PERFORM LER-CONTA.
           IF WRK-CONTA = SPACES
               DISPLAY 'CONTA NAO INFORMADA - NADA FOI ALTERADO.'
               GO TO GRAVAR-CONTA-EXIT
           END-IF.
           IF OPCAO-INCLUIR AND CONTA-CADASTRADA
               DISPLAY 'CONTA ' WRK-CONTA ' JA CADASTRADA - USE '
                       'A OPCAO A.'
               GO TO GRAVAR-CONTA-EXIT
           END-IF.
           IF OPCAO-ALTERAR AND NOT CONTA-CADASTRADA
               DISPLAY 'CONTA ' WRK-CONTA ' NAO CADASTRADA - USE '
                       'A OPCAO I.'
               GO TO GRAVAR-CONTA-EXIT
           END-IF.
           DISPLAY 'DESCRICAO DA CONTA'.
           ACCEPT WRK-DESCRICAO FROM CONSOLE.
           DISPLAY 'TIPO: A=ATIVO  P=PASSIVO  R=RECEITA  D=DESPESA'.
           ACCEPT WRK-TIPO FROM CONSOLE.
           IF NOT TIPO-VALIDO
               DISPLAY 'TIPO DE CONTA INVALIDO - NADA FOI ALTERADO.'
               GO TO GRAVAR-CONTA-EXIT
           END-IF.
           DISPLAY 'NUMERO DA CONTA NO SISTEMA DA CONTABILIDADE'.
           ACCEPT WRK-CONTA-CONTABIL FROM CONSOLE.
           IF WRK-CONTA-CONTABIL = SPACES
               DISPLAY 'NUMERO CONTABIL NAO INFORMADO - NADA FOI '
                       'ALTERADO.'
               GO TO GRAVAR-CONTA-EXIT
           END-IF.
           MOVE WRK-CONTA TO PLC-CONTA.
           MOVE WRK-DESCRICAO TO PLC-DESCRICAO.
           MOVE WRK-TIPO TO PLC-TIPO.
           MOVE WRK-CONTA-CONTABIL TO PLC-CONTA-CONTABIL.
           SET PLC-ATIVA TO TRUE.
           MOVE RUNDATE-HOJE TO PLC-DATA-ALTERACAO.
           MOVE SES-OPERADOR TO PLC-OPERADOR.
           IF CONTA-CADASTRADA
               REWRITE REG-PLANO-CONTA
               MOVE 'ALTERA-CONTA' TO AUD-CAMPO
               DISPLAY 'CONTA ' WRK-CONTA ' ALTERADA.'
           ELSE
               WRITE REG-PLANO-CONTA
               MOVE 'INCLUI-CONTA' TO AUD-CAMPO
               DISPLAY 'CONTA ' WRK-CONTA ' INCLUIDA.'
           END-IF.
           MOVE SPACES TO AUD-VALOR.
           STRING WRK-CONTA DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-CONTA-CONTABIL DELIMITED BY SIZE
                  INTO AUD-VALOR.
           PERFORM GRAVAR-AUDITORIA.

       GRAVAR-CONTA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * DESATIVAR-CONTA                                           *
      * DESATIVA A CONTA INFORMADA - O REGISTRO FICA NO PLANO E   *
      * NOVAS LINHAS DE JORNAL COM A CONTA PASSAM A SER RETIDAS.  *
      *----------------------------------------------------------*
       DESATIVAR-CONTA.
           IF NOT ACESSO-SUPERVISOR
               DISPLAY 'ACAO RESTRITA A SUPERVISOR - NADA FOI '
                       'ALTERADO.'
               GO TO DESATIVAR-CONTA-EXIT
           END-IF.
           PERFORM LER-CONTA.
           IF NOT CONTA-CADASTRADA
               DISPLAY 'CONTA NAO CADASTRADA - NADA FOI ALTERADO.'
               GO TO DESATIVAR-CONTA-EXIT
           END-IF.
           IF PLC-INATIVA
               DISPLAY 'CONTA ' WRK-CONTA ' JA DESATIVADA.'
               GO TO DESATIVAR-CONTA-EXIT
           END-IF.
           SET PLC-INATIVA TO TRUE.
           MOVE RUNDATE-HOJE TO PLC-DATA-ALTERACAO.
           MOVE SES-OPERADOR TO PLC-OPERADOR.
           REWRITE REG-PLANO-CONTA.
           DISPLAY 'CONTA ' WRK-CONTA ' DESATIVADA.'.
           MOVE 'DESATIVA-CONTA' TO AUD-CAMPO.
           MOVE SPACES TO AUD-VALOR.
           STRING WRK-CONTA DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PLC-CONTA-CONTABIL DELIMITED BY SIZE
                  INTO AUD-VALOR.
           PERFORM GRAVAR-AUDITORIA.

       DESATIVAR-CONTA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LER-CONTA                                                 *
      * ACEITA O CODIGO DA CONTA E LE O REGISTRO NO PLANO.        *
      *----------------------------------------------------------*
       LER-CONTA.
           DISPLAY 'CODIGO DA CONTA (COMO GRAVADO NO JORNAL)'.
           ACCEPT WRK-CONTA FROM CONSOLE.
           MOVE 'N' TO WRK-REG-EXISTE.
           IF WRK-CONTA NOT = SPACES
               MOVE WRK-CONTA TO PLC-CONTA
               READ PLANO-CONTAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-REG-EXISTE
               END-READ
           END-IF.

       LER-CONTA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LISTAR-CONTAS                                             *
      * LISTA O PLANO DE CONTAS CADASTRADO, NA ORDEM DO CODIGO.   *
      *----------------------------------------------------------*
       LISTAR-CONTAS.
           DISPLAY 'CONTA        T NUMERO CONTABIL S DESCRICAO'.
           MOVE 'N' TO WRK-VARRE.
           MOVE LOW-VALUES TO PLC-CONTA.
           START PLANO-CONTAS KEY IS NOT < PLC-CONTA
               INVALID KEY
                   SET VARREDURA-FIM TO TRUE
           END-START.
           PERFORM LISTAR-UMA-CONTA UNTIL VARREDURA-FIM.
           DISPLAY 'CONTAS CADASTRADAS: ' WRK-TOTAL-CONTAS.

       LISTAR-CONTAS-EXIT.
           EXIT.

       LISTAR-UMA-CONTA.
           READ PLANO-CONTAS NEXT RECORD
               AT END
                   SET VARREDURA-FIM TO TRUE
           END-READ.
           IF NOT VARREDURA-FIM
               ADD 1 TO WRK-TOTAL-CONTAS
               DISPLAY PLC-CONTA ' ' PLC-TIPO ' '
                       PLC-CONTA-CONTABIL ' ' PLC-SITUACAO ' '
                       PLC-DESCRICAO
           END-IF.

       LISTAR-UMA-CONTA-EXIT.
           EXIT.

           COPY 'AUDITPRC.CPY' REPLACING ==AUD-PROGRAM-ID==
               BY =='PLCMNT'==.
           COPY 'RUNDATEP.CPY'.
