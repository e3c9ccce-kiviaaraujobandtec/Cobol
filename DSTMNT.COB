       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSTMNT.
      **********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = KIVIA(ALURA) KIVIAAL
      *OBJETIVO: MANUTENCAO DO CADASTRO DE DISTRIBUICAO DE
      *RELATORIOS (DISTRIB) - INCLUI, ALTERA E DESATIVA O
      *DESTINATARIO DE CADA RELATORIO DO ACERVO (DEPARTAMENTO OU
      *REGIAO, COPIAS E SELECAO DE PAGINAS POR ROTULO E CHAVE) E
      *LISTA O CADASTRO. SO O SUPERVISOR ASSINADO NO
      *MENU-PRINCIPAL (NIVEL 9 NO OPERMST) PODE INCLUIR, ALTERAR
      *OU DESATIVAR, E CADA ACAO VAI PARA O AUDIT-TRAIL COM O
      *RELATORIO E O DESTINO. O PACOTE DE CADA DESTINATARIO E
      *MONTADO NO RPTDIST.
      *DATA   = 29/05/22
      *HISTORICO DE ALTERACOES
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISTRIBUICAO ASSIGN TO "DISTRIB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DST-CHAVE
               FILE STATUS IS WRK-DST-STATUS.

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
       FD  DISTRIBUICAO.
           COPY 'DISTRIB.CPY'.

       FD  OPERADOR-MASTER.
           COPY 'OPERMST.CPY'.

       FD  AUDIT-TRAIL.
           COPY 'AUDITLOG.CPY'.

       FD  OPERADOR-SESSAO.
           COPY 'OPERSESS.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'AUDITWS.CPY'.
           COPY 'OPERSESW.CPY'.
       77 WRK-DST-STATUS PIC X(02) VALUE ZEROS.
           88 DST-ARQ-OK VALUE '00'.
           88 DST-ARQ-AUSENTE VALUE '23' '35'.
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
       77 WRK-RELATORIO PIC X(12) VALUE SPACES.
       77 WRK-DESTINO PIC X(10) VALUE SPACES.
       77 WRK-NOME-DESTINO PIC X(30) VALUE SPACES.
       77 WRK-COPIAS-ENT PIC X(11) VALUE SPACES.
       77 WRK-COPIAS PIC 9(02) VALUE ZEROS.
       77 WRK-SEL-ROTULO PIC X(12) VALUE SPACES.
       77 WRK-SEL-VALOR PIC X(12) VALUE SPACES.
       77 WRK-SEL-SECAO PIC X(01) VALUE SPACES.
           88 SECAO-VALIDA VALUE 'S' 'N'.
       77 WRK-ENTRADA-VALIDA PIC X(01) VALUE 'N'.
           88 ENTRADA-VALIDA VALUE 'S'.
       77 WRK-REG-EXISTE PIC X(01) VALUE 'N'.
           88 DISTRIBUICAO-CADASTRADA VALUE 'S'.
       77 WRK-VARRE PIC X(01) VALUE 'N'.
           88 VARREDURA-FIM VALUE 'S'.
       77 WRK-TOTAL-DISTRIB PIC 9(05) VALUE ZEROS.
           COPY 'RUNDATE.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0002-INICIALIZAR THRU 0002-INICIALIZAR-EXIT.
           PERFORM 0003-FINALIZAR.

           STOP RUN.

       0002-INICIALIZAR.
           PERFORM OBTER-DATA-EXECUCAO.
           DISPLAY 'DSTMNT' '   DATA: ' RUNDATE-HOJE-ED.
           DISPLAY 'MANUTENCAO DA DISTRIBUICAO DE RELATORIOS'.

           PERFORM CONFERIR-SUPERVISOR THRU CONFERIR-SUPERVISOR-EXIT.

           OPEN I-O DISTRIBUICAO.
           IF DST-ARQ-AUSENTE
               OPEN OUTPUT DISTRIBUICAO
               CLOSE DISTRIBUICAO
               OPEN I-O DISTRIBUICAO
           END-IF.

           DISPLAY 'OPCAO: I=INCLUIR  A=ALTERAR  D=DESATIVAR  '
                   'L=LISTAR'.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE TRUE
               WHEN OPCAO-INCLUIR
                   PERFORM GRAVAR-DISTRIBUICAO THRU
                       GRAVAR-DISTRIBUICAO-EXIT
               WHEN OPCAO-ALTERAR
                   PERFORM GRAVAR-DISTRIBUICAO THRU
                       GRAVAR-DISTRIBUICAO-EXIT
               WHEN OPCAO-DESATIVAR
                   PERFORM DESATIVAR-DISTRIBUICAO THRU
                       DESATIVAR-DISTRIBUICAO-EXIT
               WHEN OPCAO-LISTAR
                   PERFORM LISTAR-DISTRIBUICAO
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA - NADA FOI ALTERADO.'
           END-EVALUATE.

       0002-INICIALIZAR-EXIT.
           EXIT.

       0003-FINALIZAR.
           IF NOT DST-ARQ-AUSENTE
               CLOSE DISTRIBUICAO
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
               DISPLAY 'SEM SESSAO ASSINADA - MANUTENCAO DA '
                       'DISTRIBUICAO INDISPONIVEL.'
               GO TO CONFERIR-SUPERVISOR-EXIT
           END-IF.
           READ OPERADOR-SESSAO
               AT END
                   MOVE SPACES TO SES-OPERADOR
           END-READ.
           CLOSE OPERADOR-SESSAO.
           IF SES-OPERADOR = SPACES
               DISPLAY 'SEM SESSAO ASSINADA - MANUTENCAO DA '
                       'DISTRIBUICAO INDISPONIVEL.'
               GO TO CONFERIR-SUPERVISOR-EXIT
           END-IF.
           OPEN INPUT OPERADOR-MASTER.
           IF OPER-MST-NAO-ENCONTRADO
               DISPLAY 'CADASTRO DE OPERADORES AUSENTE - '
                       'MANUTENCAO DA DISTRIBUICAO INDISPONIVEL.'
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
      * GRAVAR-DISTRIBUICAO                                       *
      * INCLUI UM DESTINATARIO NOVO PARA O RELATORIO OU ALTERA    *
      * NOME, COPIAS E SELECAO DE UM CADASTRADO (A ALTERACAO      *
      * TAMBEM REATIVA O DESATIVADO), COM REGISTRO NO AUDIT-TRAIL.*
      *----------------------------------------------------------*
       GRAVAR-DISTRIBUICAO.
           IF NOT ACESSO-SUPERVISOR
               DISPLAY 'ACAO RESTRITA A SUPERVISOR - NADA FOI '
                       'ALTERADO.'
               GO TO GRAVAR-DISTRIBUICAO-EXIT
           END-IF.
           PERFORM LER-DISTRIBUICAO.
           IF WRK-RELATORIO = SPACES OR WRK-DESTINO = SPACES
               DISPLAY 'RELATORIO OU DESTINO NAO INFORMADO - NADA '
                       'FOI ALTERADO.'
               GO TO GRAVAR-DISTRIBUICAO-EXIT
           END-IF.
           IF OPCAO-INCLUIR AND DISTRIBUICAO-CADASTRADA
               DISPLAY 'DESTINO ' WRK-DESTINO ' JA CADASTRADO PARA '
                       WRK-RELATORIO ' - USE A OPCAO A.'
               GO TO GRAVAR-DISTRIBUICAO-EXIT
           END-IF.
           IF OPCAO-ALTERAR AND NOT DISTRIBUICAO-CADASTRADA
               DISPLAY 'DESTINO ' WRK-DESTINO ' NAO CADASTRADO PARA '
                       WRK-RELATORIO ' - USE A OPCAO I.'
               GO TO GRAVAR-DISTRIBUICAO-EXIT
           END-IF.
           DISPLAY 'NOME DO DESTINATARIO (DEPARTAMENTO/REGIAO)'.
           ACCEPT WRK-NOME-DESTINO FROM CONSOLE.
           DISPLAY 'NUMERO DE COPIAS (1 A 99)'.
           ACCEPT WRK-COPIAS-ENT FROM CONSOLE.
           MOVE 'N' TO WRK-ENTRADA-VALIDA.
           CALL 'VALIDNUM' USING WRK-COPIAS-ENT WRK-ENTRADA-VALIDA.
           IF ENTRADA-VALIDA
               MOVE FUNCTION TRIM(WRK-COPIAS-ENT) TO WRK-COPIAS
           END-IF.
           IF NOT ENTRADA-VALIDA OR WRK-COPIAS = ZEROS
               DISPLAY 'NUMERO DE COPIAS INVALIDO - NADA FOI '
                       'ALTERADO.'
               GO TO GRAVAR-DISTRIBUICAO-EXIT
           END-IF.
           DISPLAY 'ROTULO DA CHAVE NA PAGINA, SEM BRANCOS (EX. '
                   'REGIAO:) - BRANCO = RELATORIO INTEIRO'.
           ACCEPT WRK-SEL-ROTULO FROM CONSOLE.
           MOVE SPACES TO WRK-SEL-VALOR.
           MOVE 'N' TO WRK-SEL-SECAO.
           IF WRK-SEL-ROTULO NOT = SPACES
               IF WRK-SEL-ROTULO(1:1) = SPACE
                   DISPLAY 'ROTULO NAO PODE COMECAR COM BRANCO - '
                           'NADA FOI ALTERADO.'
                   GO TO GRAVAR-DISTRIBUICAO-EXIT
               END-IF
               DISPLAY 'CHAVE DO DESTINATARIO (TEXTO APOS O ROTULO)'
               ACCEPT WRK-SEL-VALOR FROM CONSOLE
               IF WRK-SEL-VALOR = SPACES
                   DISPLAY 'CHAVE NAO INFORMADA - NADA FOI '
                           'ALTERADO.'
                   GO TO GRAVAR-DISTRIBUICAO-EXIT
               END-IF
               DISPLAY 'ROTULO ABRE SECAO NOVA DENTRO DA PAGINA '
                       '(S/N)'
               ACCEPT WRK-SEL-SECAO FROM CONSOLE
               IF NOT SECAO-VALIDA
                   DISPLAY 'RESPOSTA INVALIDA - NADA FOI ALTERADO.'
                   GO TO GRAVAR-DISTRIBUICAO-EXIT
               END-IF
           END-IF.
           MOVE WRK-RELATORIO TO DST-RELATORIO.
           MOVE WRK-DESTINO TO DST-DESTINO.
           MOVE WRK-NOME-DESTINO TO DST-NOME-DESTINO.
           MOVE WRK-COPIAS TO DST-COPIAS.
           MOVE WRK-SEL-ROTULO TO DST-SEL-ROTULO.
           MOVE WRK-SEL-VALOR TO DST-SEL-VALOR.
           MOVE WRK-SEL-SECAO TO DST-SEL-SECAO.
           SET DST-ATIVA TO TRUE.
           MOVE RUNDATE-HOJE TO DST-DATA-ALTERACAO.
           MOVE SES-OPERADOR TO DST-OPERADOR.
           IF DISTRIBUICAO-CADASTRADA
               REWRITE REG-DISTRIBUICAO
               MOVE 'ALTERA-DISTRIB' TO AUD-CAMPO
               DISPLAY 'DISTRIBUICAO ' WRK-RELATORIO ' '
                       WRK-DESTINO ' ALTERADA.'
           ELSE
               WRITE REG-DISTRIBUICAO
               MOVE 'INCLUI-DISTRIB' TO AUD-CAMPO
               DISPLAY 'DISTRIBUICAO ' WRK-RELATORIO ' '
                       WRK-DESTINO ' INCLUIDA.'
           END-IF.
           PERFORM MONTAR-VALOR-AUDITORIA.
           PERFORM GRAVAR-AUDITORIA.

       GRAVAR-DISTRIBUICAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * DESATIVAR-DISTRIBUICAO                                    *
      * DESATIVA O DESTINATARIO DO RELATORIO - O REGISTRO FICA NO *
      * CADASTRO E O RPTDIST DEIXA DE MONTAR A ENTREGA.           *
      *----------------------------------------------------------*
       DESATIVAR-DISTRIBUICAO.
           IF NOT ACESSO-SUPERVISOR
               DISPLAY 'ACAO RESTRITA A SUPERVISOR - NADA FOI '
                       'ALTERADO.'
               GO TO DESATIVAR-DISTRIBUICAO-EXIT
           END-IF.
           PERFORM LER-DISTRIBUICAO.
           IF NOT DISTRIBUICAO-CADASTRADA
               DISPLAY 'DISTRIBUICAO NAO CADASTRADA - NADA FOI '
                       'ALTERADO.'
               GO TO DESATIVAR-DISTRIBUICAO-EXIT
           END-IF.
           IF DST-INATIVA
               DISPLAY 'DISTRIBUICAO ' WRK-RELATORIO ' '
                       WRK-DESTINO ' JA DESATIVADA.'
               GO TO DESATIVAR-DISTRIBUICAO-EXIT
           END-IF.
           SET DST-INATIVA TO TRUE.
           MOVE RUNDATE-HOJE TO DST-DATA-ALTERACAO.
           MOVE SES-OPERADOR TO DST-OPERADOR.
           REWRITE REG-DISTRIBUICAO.
           DISPLAY 'DISTRIBUICAO ' WRK-RELATORIO ' ' WRK-DESTINO
                   ' DESATIVADA.'.
           MOVE 'DESATIV-DISTRIB' TO AUD-CAMPO.
           PERFORM MONTAR-VALOR-AUDITORIA.
           PERFORM GRAVAR-AUDITORIA.

       DESATIVAR-DISTRIBUICAO-EXIT.
           EXIT.

       MONTAR-VALOR-AUDITORIA.
           MOVE SPACES TO AUD-VALOR.
           STRING WRK-RELATORIO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-DESTINO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  DST-SEL-VALOR DELIMITED BY SPACE
                  INTO AUD-VALOR.

       MONTAR-VALOR-AUDITORIA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LER-DISTRIBUICAO                                          *
      * ACEITA RELATORIO E DESTINO E LE O REGISTRO NO CADASTRO.   *
      *----------------------------------------------------------*
       LER-DISTRIBUICAO.
           DISPLAY 'NOME DO RELATORIO (COMO CATALOGADO NO RPTCAT)'.
           ACCEPT WRK-RELATORIO FROM CONSOLE.
           DISPLAY 'CODIGO DO DESTINO'.
           ACCEPT WRK-DESTINO FROM CONSOLE.
           MOVE 'N' TO WRK-REG-EXISTE.
           IF WRK-RELATORIO NOT = SPACES AND WRK-DESTINO NOT = SPACES
               MOVE WRK-RELATORIO TO DST-RELATORIO
               MOVE WRK-DESTINO TO DST-DESTINO
               READ DISTRIBUICAO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-REG-EXISTE
               END-READ
           END-IF.

       LER-DISTRIBUICAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LISTAR-DISTRIBUICAO                                       *
      * LISTA O CADASTRO NA ORDEM DE RELATORIO E DESTINO.         *
      *----------------------------------------------------------*
       LISTAR-DISTRIBUICAO.
           DISPLAY 'RELATORIO    DESTINO    CP ROTULO       '
                   'CHAVE        S SIT NOME'.
           MOVE 'N' TO WRK-VARRE.
           MOVE LOW-VALUES TO DST-CHAVE.
           START DISTRIBUICAO KEY IS NOT < DST-CHAVE
               INVALID KEY
                   SET VARREDURA-FIM TO TRUE
           END-START.
           PERFORM LISTAR-UMA-DISTRIBUICAO UNTIL VARREDURA-FIM.
           DISPLAY 'DISTRIBUICOES CADASTRADAS: ' WRK-TOTAL-DISTRIB.

       LISTAR-DISTRIBUICAO-EXIT.
           EXIT.

       LISTAR-UMA-DISTRIBUICAO.
           READ DISTRIBUICAO NEXT RECORD
               AT END
                   SET VARREDURA-FIM TO TRUE
           END-READ.
           IF NOT VARREDURA-FIM
               ADD 1 TO WRK-TOTAL-DISTRIB
               DISPLAY DST-RELATORIO ' ' DST-DESTINO ' '
                       DST-COPIAS ' ' DST-SEL-ROTULO ' '
                       DST-SEL-VALOR ' ' DST-SEL-SECAO ' '
                       DST-SITUACAO '   ' DST-NOME-DESTINO
           END-IF.

       LISTAR-UMA-DISTRIBUICAO-EXIT.
           EXIT.

           COPY 'AUDITPRC.CPY' REPLACING ==AUD-PROGRAM-ID==
               BY =='DSTMNT'==.
           COPY 'RUNDATEP.CPY'.
