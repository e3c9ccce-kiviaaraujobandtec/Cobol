       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIMMNT.
      **********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = KIVIA(ALURA) KIVIAAL
      *OBJETIVO: MANUTENCAO DO LIMITE DE CREDITO POR CLIENTE
      *(LIMCRED) - CONSULTA A POSICAO DE CREDITO DE UM CPF
      *(LIMITE, SALDO EM ABERTO NO RECEB, VENCIDO E DISPONIVEL),
      *ALTERA O LIMITE E LISTA OS LIMITES CADASTRADOS. SO O
      *SUPERVISOR ASSINADO NO MENU-PRINCIPAL (NIVEL 9 NO OPERMST)
      *PODE ALTERAR. LIMITE ACIMA DA ALCADA (PARAMETRO
      *CREDITO-ALCADA) PASSA PELO QUATRO OLHOS: SEM UMA APROVACAO
      *DE OUTRO SUPERVISOR NA FILA (APROVREV) ELE E SO CAPTURADO
      *COMO PENDENCIA (APROVPEN) E NADA E GRAVADO; COM A
      *APROVACAO, ELA E CONSUMIDA NA PROXIMA TENTATIVA. CADA
      *ALTERACAO VAI PARA O AUDIT-TRAIL COM O LIMITE ANTIGO E O
      *NOVO. O LIMITE E CONFERIDO NA VENDA PARCELADA PELO
      *PROGCOB15 E PELO PROGCOB15R (LIMCREDP.CPY).
      *DATA   = 04/06/22
      *HISTORICO DE ALTERACOES
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIMITE-CREDITO ASSIGN TO "LIMCRED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIM-CPF
               FILE STATUS IS LIMC-WS-STATUS.

           SELECT CONTAS-RECEBER ASSIGN TO "RECEB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-CHAVE
               FILE STATUS IS LIMC-WS-REC-STATUS.

           SELECT CADASTRO-CLIENTE ASSIGN TO "CADCLI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CPF
               ALTERNATE RECORD KEY IS REG-NOME
                   WITH DUPLICATES
               FILE STATUS IS WRK-CLI-STATUS.

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

           SELECT PENDENCIAS-APROVACAO ASSIGN TO "APROVPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APR-ID
               FILE STATUS IS APRV-WS-STATUS.

           SELECT PARAMETROS ASSIGN TO "PARAMETR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARM-CHAVE
               FILE STATUS IS PARM-WS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIMITE-CREDITO.
           COPY 'LIMCRED.CPY'.

       FD  CONTAS-RECEBER.
           COPY 'RECEB.CPY'.

       FD  CADASTRO-CLIENTE.
           COPY 'CLIREG.CPY'.

       FD  OPERADOR-MASTER.
           COPY 'OPERMST.CPY'.

       FD  AUDIT-TRAIL.
           COPY 'AUDITLOG.CPY'.

       FD  OPERADOR-SESSAO.
           COPY 'OPERSESS.CPY'.

       FD  PENDENCIAS-APROVACAO.
           COPY 'APROV.CPY'.

       FD  PARAMETROS.
           COPY 'PARAMETROS.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'AUDITWS.CPY'.
           COPY 'OPERSESW.CPY'.
           COPY 'APROVW.CPY'.
           COPY 'LIMCREDW.CPY'.
           COPY 'PARAMETROSW.CPY'.
       77 WRK-CLI-STATUS PIC X(02) VALUE ZEROS.
           88 CLI-MST-OK VALUE '00'.
           88 CLI-MST-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-CLI-ABERTO PIC X(01) VALUE 'N'.
           88 CLI-ABERTO VALUE 'S'.
       77 WRK-OPER-STATUS PIC X(02) VALUE ZEROS.
           88 OPER-MST-OK VALUE '00'.
           88 OPER-MST-NAO-ENCONTRADO VALUE '23' '35'.

       77 WRK-SUPERVISOR PIC X(01) VALUE 'N'.
           88 ACESSO-SUPERVISOR VALUE 'S'.
       77 WRK-OPCAO PIC X(01) VALUE SPACES.
           88 OPCAO-CONSULTAR VALUE 'C'.
           88 OPCAO-ALTERAR VALUE 'A'.
           88 OPCAO-LISTAR VALUE 'L'.
       77 WRK-VALOR-ENT PIC X(11) VALUE SPACES.
       77 WRK-VALOR-NUM PIC 9(11) VALUE ZEROS.
       77 WRK-ENTRADA-VALIDA PIC X(01) VALUE 'N'.
           88 ENTRADA-VALIDA VALUE 'S'.
       77 WRK-CPF PIC 9(11) VALUE ZEROS.
       77 WRK-NOME-CLIENTE PIC X(20) VALUE SPACES.
       77 WRK-LIMITE-NOVO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-LIMITE-CENTAVOS PIC 9(09) VALUE ZEROS.
       77 WRK-LIMITE-ANTIGO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-COM-APROVACAO PIC X(01) VALUE 'N'.
           88 LIMITE-COM-APROVACAO VALUE 'S'.
       77 WRK-LIMITE-ANTIGO-ED PIC ZZZZZZ9,99 VALUE ZEROS.
       77 WRK-LIMITE-NOVO-ED PIC ZZZZZZ9,99 VALUE ZEROS.
       77 WRK-DISPONIVEL-ED PIC -ZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-VARRE PIC X(01) VALUE 'N'.
           88 VARREDURA-FIM VALUE 'S'.
       77 WRK-TOTAL-LIMITES PIC 9(05) VALUE ZEROS.
           COPY 'MONEY.CPY' REPLACING ==MONEY-FIELD-NAME==
               BY ==WRK-VALOR-ED==.
           COPY 'MONEY.CPY' REPLACING ==MONEY-FIELD-NAME==
               BY ==WRK-EXPOSICAO-ED==.
           COPY 'MONEY.CPY' REPLACING ==MONEY-FIELD-NAME==
               BY ==WRK-VENCIDO-ED==.
           COPY 'RUNDATE.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0002-INICIALIZAR THRU 0002-INICIALIZAR-EXIT.
           PERFORM 0003-FINALIZAR.

           STOP RUN.

       0002-INICIALIZAR.
           PERFORM OBTER-DATA-EXECUCAO.
           DISPLAY 'LIMMNT' '   DATA: ' RUNDATE-HOJE-ED.
           DISPLAY 'MANUTENCAO DO LIMITE DE CREDITO POR CLIENTE'.

           PERFORM CONFERIR-SUPERVISOR THRU CONFERIR-SUPERVISOR-EXIT.

           PERFORM ABRIR-LIMITE-CREDITO.
           PERFORM ABRIR-RECEB-CREDITO.
           OPEN INPUT CADASTRO-CLIENTE.
           IF CLI-MST-OK
               SET CLI-ABERTO TO TRUE
           END-IF.

           DISPLAY 'OPCAO: C=CONSULTAR  A=ALTERAR  L=LISTAR'.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE TRUE
               WHEN OPCAO-CONSULTAR
                   PERFORM CONSULTAR-CREDITO THRU
                       CONSULTAR-CREDITO-EXIT
               WHEN OPCAO-ALTERAR
                   PERFORM ALTERAR-LIMITE THRU ALTERAR-LIMITE-EXIT
               WHEN OPCAO-LISTAR
                   PERFORM LISTAR-LIMITES
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA - NADA FOI ALTERADO.'
           END-EVALUATE.

       0002-INICIALIZAR-EXIT.
           EXIT.

       0003-FINALIZAR.
           PERFORM FECHAR-LIMITE-CREDITO.
           IF CLI-ABERTO
               CLOSE CADASTRO-CLIENTE
           END-IF.
           PERFORM FECHAR-AUDITORIA.
           PERFORM FECHAR-APROVACOES.
           PERFORM FECHAR-PARAMETROS.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

      *----------------------------------------------------------*
      * CONFERIR-SUPERVISOR                                       *
      * IDENTIFICA O OPERADOR ASSINADO NO MENU-PRINCIPAL (ARQUIVO *
      * DE SESSAO OPERSESS) E CONFERE O NIVEL 9 NO OPERMST - SEM  *
      * SESSAO OU SEM NIVEL DE SUPERVISOR SO A CONSULTA E A       *
      * LISTAGEM FICAM DISPONIVEIS.                               *
      *----------------------------------------------------------*
       CONFERIR-SUPERVISOR.
           MOVE SPACES TO SES-OPERADOR.
           OPEN INPUT OPERADOR-SESSAO.
           IF SES-NAO-ENCONTRADO
               DISPLAY 'SEM SESSAO ASSINADA - ALTERACAO DE LIMITE '
                       'INDISPONIVEL.'
               GO TO CONFERIR-SUPERVISOR-EXIT
           END-IF.
           READ OPERADOR-SESSAO
               AT END
                   MOVE SPACES TO SES-OPERADOR
           END-READ.
           CLOSE OPERADOR-SESSAO.
           IF SES-OPERADOR = SPACES
               DISPLAY 'SEM SESSAO ASSINADA - ALTERACAO DE LIMITE '
                       'INDISPONIVEL.'
               GO TO CONFERIR-SUPERVISOR-EXIT
           END-IF.
           OPEN INPUT OPERADOR-MASTER.
           IF OPER-MST-NAO-ENCONTRADO
               DISPLAY 'CADASTRO DE OPERADORES AUSENTE - '
                       'ALTERACAO DE LIMITE INDISPONIVEL.'
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
                               'SUPERVISOR - SO CONSULTA.'
                   END-IF
           END-READ.
           CLOSE OPERADOR-MASTER.

       CONFERIR-SUPERVISOR-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * CONSULTAR-CREDITO                                         *
      * MOSTRA O LIMITE DO CPF (PROPRIO OU PADRAO), O SALDO EM    *
      * ABERTO NO RECEB, O VENCIDO ALEM DO PRAZO E O DISPONIVEL.  *
      *----------------------------------------------------------*
       CONSULTAR-CREDITO.
           PERFORM ACEITAR-CPF THRU ACEITAR-CPF-EXIT.
           IF NOT ENTRADA-VALIDA
               GO TO CONSULTAR-CREDITO-EXIT
           END-IF.
           PERFORM MOSTRAR-POSICAO.

       CONSULTAR-CREDITO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ALTERAR-LIMITE                                            *
      * GRAVA O LIMITE PROPRIO DO CPF. ACIMA DA ALCADA, SO COM    *
      * APROVACAO CONSUMIDA NA FILA; SEM ELA O PEDIDO VIRA        *
      * PENDENCIA E NADA E GRAVADO.                               *
      *----------------------------------------------------------*
       ALTERAR-LIMITE.
           IF NOT ACESSO-SUPERVISOR
               DISPLAY 'ACAO RESTRITA A SUPERVISOR - NADA FOI '
                       'ALTERADO.'
               GO TO ALTERAR-LIMITE-EXIT
           END-IF.
           PERFORM ACEITAR-CPF THRU ACEITAR-CPF-EXIT.
           IF NOT ENTRADA-VALIDA
               GO TO ALTERAR-LIMITE-EXIT
           END-IF.
           PERFORM MOSTRAR-POSICAO.
           MOVE LIMC-WS-LIMITE TO WRK-LIMITE-ANTIGO.
           PERFORM ACEITAR-LIMITE THRU ACEITAR-LIMITE-EXIT.
           IF NOT ENTRADA-VALIDA
               GO TO ALTERAR-LIMITE-EXIT
           END-IF.
           MOVE 'N' TO WRK-COM-APROVACAO.
           IF WRK-LIMITE-NOVO > LIMC-WS-ALCADA
               PERFORM VERIFICAR-APROVACAO-LIMITE
               IF NOT APROVACAO-DISPONIVEL
                   GO TO ALTERAR-LIMITE-EXIT
               END-IF
               MOVE 'S' TO WRK-COM-APROVACAO
           END-IF.
      *A CONSULTA A FILA REPOSICIONA O ARQUIVO DE PENDENCIAS,
      *NAO O LIMCRED - O LIMITE E RELIDO ANTES DA GRAVACAO
           MOVE WRK-CPF TO LIM-CPF.
           READ LIMITE-CREDITO
               INVALID KEY
                   MOVE WRK-CPF TO LIM-CPF
                   PERFORM MONTAR-LIMITE
                   WRITE REG-LIMITE-CREDITO
               NOT INVALID KEY
                   PERFORM MONTAR-LIMITE
                   REWRITE REG-LIMITE-CREDITO
           END-READ.
           DISPLAY 'LIMITE ALTERADO.'.
           PERFORM AUDITAR-MUDANCA.

       ALTERAR-LIMITE-EXIT.
           EXIT.

       MONTAR-LIMITE.
           MOVE WRK-LIMITE-ANTIGO TO LIM-VALOR-ANTERIOR.
           MOVE WRK-LIMITE-NOVO TO LIM-VALOR.
           MOVE RUNDATE-HOJE TO LIM-DATA-ALTERACAO.
           MOVE SES-OPERADOR TO LIM-OPERADOR.
           MOVE WRK-COM-APROVACAO TO LIM-APROVADO.

       MONTAR-LIMITE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ACEITAR-CPF                                               *
      * ACEITA O CPF, VALIDADO PELA SUBROTINA VALIDNUM. COM O     *
      * CADCLI DISPONIVEL, O CPF TEM QUE SER DE CLIENTE           *
      * CADASTRADO.                                               *
      *----------------------------------------------------------*
       ACEITAR-CPF.
           MOVE ZEROS TO WRK-CPF.
           MOVE SPACES TO WRK-NOME-CLIENTE.
           DISPLAY 'CPF DO CLIENTE (SOMENTE DIGITOS)'.
           ACCEPT WRK-VALOR-ENT FROM CONSOLE.
           CALL 'VALIDNUM' USING WRK-VALOR-ENT WRK-ENTRADA-VALIDA.
           IF NOT ENTRADA-VALIDA
               DISPLAY 'CPF INVALIDO - NADA FOI ALTERADO.'
               GO TO ACEITAR-CPF-EXIT
           END-IF.
           MOVE FUNCTION TRIM(WRK-VALOR-ENT) TO WRK-VALOR-NUM.
           MOVE WRK-VALOR-NUM TO WRK-CPF.
           IF WRK-CPF = ZEROS
               MOVE 'N' TO WRK-ENTRADA-VALIDA
               DISPLAY 'CPF INVALIDO - NADA FOI ALTERADO.'
               GO TO ACEITAR-CPF-EXIT
           END-IF.
           IF CLI-ABERTO
               MOVE WRK-CPF TO REG-CPF
               READ CADASTRO-CLIENTE
                   INVALID KEY
                       MOVE 'N' TO WRK-ENTRADA-VALIDA
                       DISPLAY 'CPF NAO CADASTRADO NO CADCLI - NADA '
                               'FOI ALTERADO.'
                   NOT INVALID KEY
                       MOVE REG-NOME TO WRK-NOME-CLIENTE
               END-READ
           END-IF.

       ACEITAR-CPF-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * MOSTRAR-POSICAO                                           *
      * POSICAO DE CREDITO DO CPF PELOS PARAGRAFOS DO LIMCREDP    *
      * (A MESMA CONTA DA VENDA PARCELADA, SEM VENDA NOVA).       *
      *----------------------------------------------------------*
       MOSTRAR-POSICAO.
           MOVE WRK-CPF TO LIMC-WS-CPF.
           MOVE ZEROS TO LIMC-WS-VALOR.
           PERFORM CONFERIR-CREDITO THRU CONFERIR-CREDITO-EXIT.
           DISPLAY 'CLIENTE: ' WRK-CPF ' ' WRK-NOME-CLIENTE.
           MOVE LIMC-WS-LIMITE TO WRK-VALOR-ED.
           IF LIMC-LIMITE-PROPRIO
               DISPLAY 'LIMITE PROPRIO....: ' WRK-VALOR-ED
                       ' EM ' LIM-DATA-ALTERACAO ' POR '
                       LIM-OPERADOR
           ELSE
               DISPLAY 'LIMITE PADRAO.....: ' WRK-VALOR-ED
           END-IF.
           MOVE LIMC-WS-EXPOSICAO TO WRK-EXPOSICAO-ED.
           DISPLAY 'SALDO EM ABERTO...: ' WRK-EXPOSICAO-ED.
           MOVE LIMC-WS-VENCIDO TO WRK-VENCIDO-ED.
           DISPLAY 'VENCIDO ALEM PRAZO: ' WRK-VENCIDO-ED.
           MOVE LIMC-WS-DISPONIVEL TO WRK-DISPONIVEL-ED.
           DISPLAY 'DISPONIVEL........: ' WRK-DISPONIVEL-ED.
           IF LIMC-EM-ATRASO
               DISPLAY 'CREDITO BLOQUEADO - PARCELA VENCIDA DESDE '
                       LIMC-WS-VENC-ANTIGO
           END-IF.

       MOSTRAR-POSICAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ACEITAR-LIMITE                                            *
      * ACEITA O LIMITE NOVO EM CENTAVOS (EX 250000 = 2.500,00),  *
      * VALIDADO PELA SUBROTINA VALIDNUM. LIMITE ZERO E ACEITO:   *
      * O CLIENTE FICA SEM CREDITO PARCELADO.                     *
      *----------------------------------------------------------*
       ACEITAR-LIMITE.
           MOVE ZEROS TO WRK-LIMITE-NOVO.
           MOVE ZEROS TO WRK-LIMITE-CENTAVOS.
           DISPLAY 'LIMITE NOVO (EM CENTAVOS - EX 250000 = '
                   '2.500,00)'.
           ACCEPT WRK-VALOR-ENT FROM CONSOLE.
           CALL 'VALIDNUM' USING WRK-VALOR-ENT WRK-ENTRADA-VALIDA.
           IF ENTRADA-VALIDA
               MOVE FUNCTION TRIM(WRK-VALOR-ENT) TO WRK-VALOR-NUM
               IF WRK-VALOR-NUM > 999999999
                   MOVE 'N' TO WRK-ENTRADA-VALIDA
               ELSE
                   MOVE WRK-VALOR-NUM TO WRK-LIMITE-CENTAVOS
                   COMPUTE WRK-LIMITE-NOVO =
                       WRK-LIMITE-CENTAVOS / 100
               END-IF
           END-IF.
           IF NOT ENTRADA-VALIDA
               DISPLAY 'LIMITE INVALIDO - NADA FOI ALTERADO.'
           END-IF.

       ACEITAR-LIMITE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * VERIFICAR-APROVACAO-LIMITE                                *
      * QUATRO OLHOS: MONTA OS DADOS DA MUDANCA (CPF + LIMITE EM  *
      * CENTAVOS) E CONSULTA A FILA DE APROVACOES; SEM APROVACAO  *
      * DE OUTRO SUPERVISOR O PEDIDO VIRA PENDENCIA.              *
      *----------------------------------------------------------*
       VERIFICAR-APROVACAO-LIMITE.

           MOVE 'LIMITE' TO APRV-WS-TIPO.
           MOVE SPACES TO APRV-WS-DADOS.
           STRING WRK-CPF DELIMITED BY SIZE
                  WRK-LIMITE-CENTAVOS DELIMITED BY SIZE
                  INTO APRV-WS-DADOS.
           PERFORM CONSULTAR-APROVACAO.
           IF NOT APROVACAO-DISPONIVEL
               PERFORM ENFILEIRAR-APROVACAO
               DISPLAY 'LIMITE ACIMA DA ALCADA - PEDIDO ENVIADO PARA '
                       'APROVACAO (APROVREV). NADA FOI GRAVADO.'
           END-IF.

       VERIFICAR-APROVACAO-LIMITE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * AUDITAR-MUDANCA                                           *
      * GRAVA NO AUDIT-TRAIL O CPF E OS LIMITES ANTIGO E NOVO.    *
      *----------------------------------------------------------*
       AUDITAR-MUDANCA.
           MOVE 'LIM-CPF' TO AUD-CAMPO.
           MOVE SPACES TO AUD-VALOR.
           STRING WRK-CPF DELIMITED BY SIZE
                  ' APROVADO ' DELIMITED BY SIZE
                  WRK-COM-APROVACAO DELIMITED BY SIZE
                  INTO AUD-VALOR.
           PERFORM GRAVAR-AUDITORIA.
           MOVE WRK-LIMITE-ANTIGO TO WRK-LIMITE-ANTIGO-ED.
           MOVE WRK-LIMITE-NOVO TO WRK-LIMITE-NOVO-ED.
           MOVE 'LIM-VALOR' TO AUD-CAMPO.
           MOVE SPACES TO AUD-VALOR.
           STRING 'DE ' DELIMITED BY SIZE
                  WRK-LIMITE-ANTIGO-ED DELIMITED BY SIZE
                  ' PARA ' DELIMITED BY SIZE
                  WRK-LIMITE-NOVO-ED DELIMITED BY SIZE
                  INTO AUD-VALOR.
           PERFORM GRAVAR-AUDITORIA.

       AUDITAR-MUDANCA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LISTAR-LIMITES                                            *
      * LISTA TODOS OS LIMITES PROPRIOS CADASTRADOS.              *
      *----------------------------------------------------------*
       LISTAR-LIMITES.
           MOVE 'N' TO WRK-VARRE.
           MOVE ZEROS TO WRK-TOTAL-LIMITES.
           MOVE LIMC-WS-LIMITE-PADRAO TO WRK-VALOR-ED.
           DISPLAY 'LIMITE PADRAO (CREDITO-LIM-PADR): ' WRK-VALOR-ED.
           MOVE ZEROS TO LIM-CPF.
           START LIMITE-CREDITO KEY IS NOT < LIM-CPF
               INVALID KEY
                   SET VARREDURA-FIM TO TRUE
           END-START.
           PERFORM LISTAR-UM-LIMITE UNTIL VARREDURA-FIM.
           DISPLAY 'LIMITES CADASTRADOS: ' WRK-TOTAL-LIMITES.

       LISTAR-LIMITES-EXIT.
           EXIT.

       LISTAR-UM-LIMITE.
           READ LIMITE-CREDITO NEXT RECORD
               AT END
                   SET VARREDURA-FIM TO TRUE
           END-READ.
           IF NOT VARREDURA-FIM
               ADD 1 TO WRK-TOTAL-LIMITES
               MOVE LIM-VALOR TO WRK-VALOR-ED
               DISPLAY LIM-CPF ' ' WRK-VALOR-ED ' ALTERADO EM '
                       LIM-DATA-ALTERACAO ' POR ' LIM-OPERADOR
                       ' APROV ' LIM-APROVADO
           END-IF.

       LISTAR-UM-LIMITE-EXIT.
           EXIT.

           COPY 'AUDITPRC.CPY' REPLACING ==AUD-PROGRAM-ID==
               BY =='LIMMNT'==.
           COPY 'APROVP.CPY'.
           COPY 'LIMCREDP.CPY'.
           COPY 'PARAMETROSP.CPY'.
           COPY 'RUNDATEP.CPY'.
