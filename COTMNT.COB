       IDENTIFICATION DIVISION.
       PROGRAM-ID. COTMNT.
      **********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = KIVIA(ALURA) KIVIAAL
      *OBJETIVO: MANUTENCAO DOS COTITULARES DAS CONTAS DE
      *INVESTIMENTO (ARQUIVO COTITUL, LAYOUT COTITUL.CPY). O
      *PRIMEIRO TITULAR CONTINUA SENDO O LEDGER-CPF; AQUI SE
      *LIGAM OS CPFS ADICIONAIS (ATE 4 POR CONTA), CADA UM
      *VALIDADO PELA VALIDCPF E EXISTENTE NO CADASTRO-CLIENTE.
      *I = INCLUIR COTITULAR - O PRIMEIRO DEFINE A MODALIDADE DA
      *    CONTA (E = CONTA 'E', RESGATE SO COM TODOS OS
      *    TITULARES; O = CONTA 'E/OU'), OS SEGUINTES HERDAM;
      *    PERCENTUAL ZERO = PARTES IGUAIS.
      *E = EXCLUIR COTITULAR.
      *T = TROCAR A MODALIDADE DA CONTA (TODOS OS COTITULARES).
      *CADA ALTERACAO FICA NO AUDIT-TRAIL COM O OPERADOR DA
      *SESSAO.
      *DATA   = 04/05/22
      *HISTORICO DE ALTERACOES
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COTITULARES ASSIGN TO "COTITUL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COT-CHAVE
               ALTERNATE RECORD KEY IS COT-CPF
                   WITH DUPLICATES
               FILE STATUS IS COT-WS-STATUS.

           SELECT INVESTIMENTO-LEDGER ASSIGN TO "INVLEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDGER-CONTA
               FILE STATUS IS WRK-LEDGER-STATUS.

           SELECT CADASTRO-CLIENTE ASSIGN TO "CADCLI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CPF
               ALTERNATE RECORD KEY IS REG-NOME
                   WITH DUPLICATES
               FILE STATUS IS WRK-CLI-STATUS.

           SELECT AUDIT-TRAIL ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUD-WS-STATUS.

           SELECT OPERADOR-SESSAO ASSIGN TO "OPERSESS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SES-WS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COTITULARES.
           COPY 'COTITUL.CPY'.

       FD  INVESTIMENTO-LEDGER.
           COPY 'LEDGER.CPY'.

       FD  CADASTRO-CLIENTE.
           COPY 'CLIREG.CPY'.

       FD  AUDIT-TRAIL.
           COPY 'AUDITLOG.CPY'.

       FD  OPERADOR-SESSAO.
           COPY 'OPERSESS.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'AUDITWS.CPY'.
           COPY 'OPERSESW.CPY'.
           COPY 'COTITW.CPY'.
       77 WRK-LEDGER-STATUS PIC X(02) VALUE ZEROS.
           88 LEDGER-OK VALUE '00'.
           88 LEDGER-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-CLI-STATUS PIC X(02) VALUE ZEROS.
           88 CLI-OK VALUE '00'.
           88 CLI-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-CLI-ABERTO PIC X(01) VALUE 'N'.
           88 CADASTRO-ABERTO VALUE 'S'.
       77 WRK-CONTA-ENT PIC X(06) VALUE SPACES.
       77 WRK-CPF-ENT PIC X(11) VALUE SPACES.
       77 WRK-PERC-ENT PIC X(05) VALUE SPACES.
       77 WRK-ENTRADA-VALIDA PIC X(01) VALUE 'N'.
           88 ENTRADA-VALIDA VALUE 'S'.
       77 WRK-CPF-VALIDO PIC X(01) VALUE 'N'.
           88 CPF-VALIDO VALUE 'S'.
       77 WRK-CONTA PIC 9(06) VALUE ZEROS.
       77 WRK-CPF PIC 9(11) VALUE ZEROS.
       77 WRK-PERC-NUM PIC 9(05) VALUE ZEROS.
       77 WRK-PERCENTUAL PIC 9(03)V99 VALUE ZEROS.
       77 WRK-TIPO PIC X(01) VALUE SPACES.
           88 TIPO-VALIDO VALUE 'E' 'O'.
       77 WRK-CONTA-ACHADA PIC X(01) VALUE 'N'.
           88 CONTA-CADASTRADA VALUE 'S'.
       77 WRK-NOME PIC X(20) VALUE SPACES.
       77 WRK-OPCAO PIC X(01) VALUE SPACES.
           88 OPCAO-INCLUIR VALUE 'I'.
           88 OPCAO-EXCLUIR VALUE 'E'.
           88 OPCAO-TROCAR-TIPO VALUE 'T'.
           88 OPCAO-SAIR VALUE 'S'.
       77 WRK-QTD-TROCADOS PIC 9(02) VALUE ZEROS.
       77 WRK-CPF-ED PIC 999.999.999/99 VALUE ZEROS.
       77 WRK-PERC-ED PIC ZZ9,99 VALUE ZEROS.
       77 WRK-MODALIDADE PIC X(12) VALUE SPACES.
           COPY 'RUNDATE.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0002-INICIALIZAR.
           IF CONTA-CADASTRADA
               PERFORM 0003-PROCESSAR UNTIL OPCAO-SAIR
           END-IF.
           PERFORM 0004-FINALIZAR.

           STOP RUN.

       0002-INICIALIZAR.
           PERFORM OBTER-DATA-EXECUCAO.
           DISPLAY 'COTMNT' '   DATA: ' RUNDATE-HOJE-ED.
           DISPLAY 'MANUTENCAO DE COTITULARES DAS CONTAS'.
           PERFORM OBTER-OPERADOR-SESSAO.

           OPEN I-O COTITULARES.
           IF COT-ARQ-NAO-ENCONTRADO
               OPEN OUTPUT COTITULARES
               CLOSE COTITULARES
               OPEN I-O COTITULARES
           END-IF.
           SET COT-ABERTO TO TRUE.

           OPEN INPUT CADASTRO-CLIENTE.
           IF CLI-OK
               SET CADASTRO-ABERTO TO TRUE
           END-IF.

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
               DISPLAY 'CONTA ENCERRADA - COTITULARES NAO PODEM SER '
                       'ALTERADOS.'
               MOVE 'N' TO WRK-CONTA-ACHADA
           END-IF.

           IF CONTA-CADASTRADA
               PERFORM MOSTRAR-CONTA
           END-IF.

       0003-PROCESSAR.
           DISPLAY '----------------------------------------'.
           DISPLAY 'OPCAO: I=INCLUIR  E=EXCLUIR  T=TROCAR MODALIDADE'
                   '  S=SAIR'.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE TRUE
               WHEN OPCAO-INCLUIR
                   PERFORM INCLUIR-COTITULAR
                       THRU INCLUIR-COTITULAR-EXIT
               WHEN OPCAO-EXCLUIR
                   PERFORM EXCLUIR-COTITULAR
                       THRU EXCLUIR-COTITULAR-EXIT
               WHEN OPCAO-TROCAR-TIPO
                   PERFORM TROCAR-MODALIDADE
                       THRU TROCAR-MODALIDADE-EXIT
               WHEN OPCAO-SAIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

       0004-FINALIZAR.
           PERFORM FECHAR-COTITULARES.
           IF NOT LEDGER-NAO-ENCONTRADO
               CLOSE INVESTIMENTO-LEDGER
           END-IF.
           IF CADASTRO-ABERTO
               CLOSE CADASTRO-CLIENTE
           END-IF.
           PERFORM FECHAR-AUDITORIA.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

      *----------------------------------------------------------*
      * MOSTRAR-CONTA                                             *
      * EXIBE O PRIMEIRO TITULAR, A MODALIDADE E OS COTITULARES   *
      * DA CONTA COM A PARTE DE CADA UM.                          *
      *----------------------------------------------------------*
       MOSTRAR-CONTA.
           MOVE WRK-CONTA TO COT-WS-CONTA.
           MOVE LEDGER-CPF TO COT-WS-CPF-TITULAR.
           MOVE LEDGER-CPF TO COT-WS-CPF.
           PERFORM CARREGAR-COTITULARES.
           EVALUATE TRUE
               WHEN COT-WS-CONJUNTA-E
                   MOVE 'CONJUNTA E' TO WRK-MODALIDADE
               WHEN COT-WS-CONJUNTA-OU
                   MOVE 'CONJUNTA E/OU' TO WRK-MODALIDADE
               WHEN OTHER
                   MOVE 'INDIVIDUAL' TO WRK-MODALIDADE
           END-EVALUATE.
           DISPLAY 'CONTA...: ' WRK-CONTA '  PRODUTO: ' LEDGER-TIPO-PROD
                   '  ' WRK-MODALIDADE.
           MOVE LEDGER-CPF TO WRK-CPF.
           PERFORM BUSCAR-NOME.
           MOVE LEDGER-CPF TO WRK-CPF-ED.
           MOVE COT-WS-PERC-TITULAR TO WRK-PERC-ED.
           DISPLAY 'TITULAR.: ' WRK-CPF-ED ' ' WRK-NOME ' '
                   WRK-PERC-ED '%'.
           PERFORM MOSTRAR-COTITULAR
               VARYING COT-WS-IND FROM 1 BY 1
               UNTIL COT-WS-IND > COT-WS-QTD.

       MOSTRAR-CONTA-EXIT.
           EXIT.

       MOSTRAR-COTITULAR.
           MOVE COT-WS-TAB-CPF(COT-WS-IND) TO WRK-CPF.
           PERFORM BUSCAR-NOME.
           MOVE COT-WS-TAB-CPF(COT-WS-IND) TO WRK-CPF-ED.
           MOVE COT-WS-TAB-PARTE(COT-WS-IND) TO WRK-PERC-ED.
           DISPLAY 'COTITULAR ' WRK-CPF-ED ' ' WRK-NOME ' '
                   WRK-PERC-ED '%'.

       MOSTRAR-COTITULAR-EXIT.
           EXIT.

       BUSCAR-NOME.
           MOVE '*** SEM CADASTRO ***' TO WRK-NOME.
           IF CADASTRO-ABERTO
               MOVE WRK-CPF TO REG-CPF
               READ CADASTRO-CLIENTE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE REG-NOME TO WRK-NOME
               END-READ
           END-IF.

       BUSCAR-NOME-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ACEITAR-CPF                                               *
      * LE O CPF DO COTITULAR E VALIDA A DIGITACAO (VALIDNUM) E   *
      * OS DIGITOS VERIFICADORES (VALIDCPF).                      *
      *----------------------------------------------------------*
       ACEITAR-CPF.
           MOVE 'N' TO WRK-CPF-VALIDO.
           DISPLAY 'CPF DO COTITULAR'.
           ACCEPT WRK-CPF-ENT FROM CONSOLE.
           CALL 'VALIDNUM' USING WRK-CPF-ENT WRK-ENTRADA-VALIDA.
           IF NOT ENTRADA-VALIDA
               DISPLAY 'CPF INVALIDO - NADA FOI ALTERADO.'
               GO TO ACEITAR-CPF-EXIT
           END-IF.
           MOVE FUNCTION TRIM(WRK-CPF-ENT) TO WRK-CPF.
           CALL 'VALIDCPF' USING WRK-CPF WRK-CPF-VALIDO.
           IF NOT CPF-VALIDO
               DISPLAY 'CPF INVALIDO (DIGITO VERIFICADOR) - NADA FOI '
                       'ALTERADO.'
           END-IF.

       ACEITAR-CPF-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * INCLUIR-COTITULAR                                         *
      * O CPF TEM DE SER VALIDO, EXISTIR NO CADASTRO-CLIENTE, NAO *
      * SER O PRIMEIRO TITULAR NEM COTITULAR JA LIGADO; ATE 4 POR *
      * CONTA. OS PERCENTUAIS INFORMADOS TEM DE SOMAR MENOS DE    *
      * 100%, PARA SOBRAR PARTE AO PRIMEIRO TITULAR.              *
      *----------------------------------------------------------*
       INCLUIR-COTITULAR.
           IF COT-WS-QTD NOT < 4
               DISPLAY 'CONTA JA TEM 4 COTITULARES - INCLUSAO '
                       'RECUSADA.'
               GO TO INCLUIR-COTITULAR-EXIT
           END-IF.
           PERFORM ACEITAR-CPF THRU ACEITAR-CPF-EXIT.
           IF NOT CPF-VALIDO
               GO TO INCLUIR-COTITULAR-EXIT
           END-IF.
           IF WRK-CPF = LEDGER-CPF
               DISPLAY 'CPF E O PRIMEIRO TITULAR DA CONTA - INCLUSAO '
                       'RECUSADA.'
               GO TO INCLUIR-COTITULAR-EXIT
           END-IF.
           IF NOT CADASTRO-ABERTO
               DISPLAY 'CADASTRO-CLIENTE (CADCLI) NAO ENCONTRADO - '
                       'INCLUSAO RECUSADA.'
               GO TO INCLUIR-COTITULAR-EXIT
           END-IF.
           MOVE WRK-CPF TO REG-CPF.
           READ CADASTRO-CLIENTE
               INVALID KEY
                   DISPLAY 'CPF NAO CADASTRADO NO CADASTRO-CLIENTE - '
                           'INCLUSAO RECUSADA.'
                   GO TO INCLUIR-COTITULAR-EXIT
           END-READ.
           MOVE WRK-CONTA TO COT-CONTA.
           MOVE WRK-CPF TO COT-CPF.
           READ COTITULARES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY 'CPF JA E COTITULAR DA CONTA - INCLUSAO '
                           'RECUSADA.'
                   GO TO INCLUIR-COTITULAR-EXIT
           END-READ.

           IF COT-WS-INDIVIDUAL
               DISPLAY 'MODALIDADE: E=CONTA E (RESGATE COM TODOS OS '
                       'TITULARES)  O=CONTA E/OU'
               ACCEPT WRK-TIPO FROM CONSOLE
               INSPECT WRK-TIPO CONVERTING 'eo' TO 'EO'
               IF NOT TIPO-VALIDO
                   DISPLAY 'MODALIDADE INVALIDA - NADA FOI ALTERADO.'
                   GO TO INCLUIR-COTITULAR-EXIT
               END-IF
           ELSE
               MOVE COT-WS-TIPO TO WRK-TIPO
           END-IF.

           DISPLAY 'PERCENTUAL DE PARTICIPACAO EM CENTESIMOS '
                   '(0 = PARTES IGUAIS)'.
           ACCEPT WRK-PERC-ENT FROM CONSOLE.
           CALL 'VALIDNUM' USING WRK-PERC-ENT WRK-ENTRADA-VALIDA.
           IF NOT ENTRADA-VALIDA
               DISPLAY 'PERCENTUAL INVALIDO - NADA FOI ALTERADO.'
               GO TO INCLUIR-COTITULAR-EXIT
           END-IF.
           MOVE FUNCTION TRIM(WRK-PERC-ENT) TO WRK-PERC-NUM.
           COMPUTE WRK-PERCENTUAL = WRK-PERC-NUM / 100.
           IF WRK-PERC-NUM > 9999
              OR COT-WS-SOMA-INFORMADA + WRK-PERCENTUAL NOT < 100
               DISPLAY 'PERCENTUAIS INFORMADOS DA CONTA CHEGARIAM A '
                       '100% - INCLUSAO RECUSADA.'
               GO TO INCLUIR-COTITULAR-EXIT
           END-IF.

           MOVE WRK-CONTA TO COT-CONTA.
           MOVE WRK-CPF TO COT-CPF.
           MOVE WRK-TIPO TO COT-TIPO.
           MOVE WRK-PERCENTUAL TO COT-PERCENTUAL.
           MOVE RUNDATE-HOJE TO COT-DATA-INCLUSAO.
           MOVE AUD-WS-OPERADOR TO COT-OPERADOR.
           WRITE REG-COTITULAR
               INVALID KEY
                   DISPLAY 'ERRO NA GRAVACAO DO COTITULAR - STATUS '
                           COT-WS-STATUS
                   GO TO INCLUIR-COTITULAR-EXIT
           END-WRITE.

           MOVE 'COT-INCLUSAO' TO AUD-CAMPO.
           MOVE SPACES TO AUD-VALOR.
           STRING WRK-CONTA DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-CPF DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-TIPO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-PERC-NUM DELIMITED BY SIZE
                  INTO AUD-VALOR.
           PERFORM GRAVAR-AUDITORIA.
           DISPLAY 'COTITULAR INCLUIDO.'.
           PERFORM MOSTRAR-CONTA.

       INCLUIR-COTITULAR-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * EXCLUIR-COTITULAR                                         *
      * DESLIGA O CPF DA CONTA. SEM COTITULARES A CONTA VOLTA A   *
      * SER INDIVIDUAL.                                           *
      *----------------------------------------------------------*
       EXCLUIR-COTITULAR.
           PERFORM ACEITAR-CPF THRU ACEITAR-CPF-EXIT.
           IF NOT CPF-VALIDO
               GO TO EXCLUIR-COTITULAR-EXIT
           END-IF.
           MOVE WRK-CONTA TO COT-CONTA.
           MOVE WRK-CPF TO COT-CPF.
           READ COTITULARES
               INVALID KEY
                   DISPLAY 'CPF NAO E COTITULAR DA CONTA.'
                   GO TO EXCLUIR-COTITULAR-EXIT
           END-READ.
           DELETE COTITULARES RECORD
               INVALID KEY
                   DISPLAY 'ERRO NA EXCLUSAO DO COTITULAR - STATUS '
                           COT-WS-STATUS
                   GO TO EXCLUIR-COTITULAR-EXIT
           END-DELETE.

           MOVE 'COT-EXCLUSAO' TO AUD-CAMPO.
           MOVE SPACES TO AUD-VALOR.
           STRING WRK-CONTA DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-CPF DELIMITED BY SIZE
                  INTO AUD-VALOR.
           PERFORM GRAVAR-AUDITORIA.
           DISPLAY 'COTITULAR EXCLUIDO.'.
           PERFORM MOSTRAR-CONTA.

       EXCLUIR-COTITULAR-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * TROCAR-MODALIDADE                                         *
      * REGRAVA COT-TIPO EM TODOS OS COTITULARES DA CONTA, PARA A *
      * MODALIDADE FICAR IGUAL EM TODOS ELES.                     *
      *----------------------------------------------------------*
       TROCAR-MODALIDADE.
           IF COT-WS-INDIVIDUAL
               DISPLAY 'CONTA INDIVIDUAL - INCLUA UM COTITULAR '
                       'PRIMEIRO.'
               GO TO TROCAR-MODALIDADE-EXIT
           END-IF.
           DISPLAY 'NOVA MODALIDADE: E=CONTA E  O=CONTA E/OU'.
           ACCEPT WRK-TIPO FROM CONSOLE.
           INSPECT WRK-TIPO CONVERTING 'eo' TO 'EO'.
           IF NOT TIPO-VALIDO
               DISPLAY 'MODALIDADE INVALIDA - NADA FOI ALTERADO.'
               GO TO TROCAR-MODALIDADE-EXIT
           END-IF.
           IF WRK-TIPO = COT-WS-TIPO
               DISPLAY 'CONTA JA ESTA NESTA MODALIDADE.'
               GO TO TROCAR-MODALIDADE-EXIT
           END-IF.
           MOVE ZEROS TO WRK-QTD-TROCADOS.
           PERFORM REGRAVAR-TIPO-COTITULAR
               VARYING COT-WS-IND FROM 1 BY 1
               UNTIL COT-WS-IND > COT-WS-QTD.

           MOVE 'COT-MODALIDADE' TO AUD-CAMPO.
           MOVE SPACES TO AUD-VALOR.
           STRING WRK-CONTA DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  COT-WS-TIPO DELIMITED BY SIZE
                  '>' DELIMITED BY SIZE
                  WRK-TIPO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-QTD-TROCADOS DELIMITED BY SIZE
                  INTO AUD-VALOR.
           PERFORM GRAVAR-AUDITORIA.
           DISPLAY 'MODALIDADE ALTERADA EM ' WRK-QTD-TROCADOS
                   ' COTITULARES.'.
           PERFORM MOSTRAR-CONTA.

       TROCAR-MODALIDADE-EXIT.
           EXIT.

       REGRAVAR-TIPO-COTITULAR.
           MOVE WRK-CONTA TO COT-CONTA.
           MOVE COT-WS-TAB-CPF(COT-WS-IND) TO COT-CPF.
           READ COTITULARES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WRK-TIPO TO COT-TIPO
                   REWRITE REG-COTITULAR
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WRK-QTD-TROCADOS
                   END-REWRITE
           END-READ.

       REGRAVAR-TIPO-COTITULAR-EXIT.
           EXIT.

           COPY 'RUNDATEP.CPY'.
           COPY 'COTITP.CPY'.
           COPY 'AUDITPRC.CPY' REPLACING ==AUD-PROGRAM-ID==
               BY =='COTMNT'==.
