       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRECMNT.
      **********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = KIVIA(ALURA) KIVIAAL
      *OBJETIVO: MANUTENCAO DOS PRECOS PROMOCIONAIS DA LISTA DE
      *PRECOS DE VENDA (PRECOVEN) - CONSULTA OS PRECOS DE LISTA
      *(GERADOS PELO PRECGERA) E AS PROMOCOES DE UM PRODUTO COM O
      *PRECO EM VIGOR HOJE, INCLUI PROMOCAO COM INICIO, FIM E
      *PRECO, E EXCLUI PROMOCAO, EM LACO ATE SAIR. PROMOCAO COM
      *DESCONTO SOBRE O PRECO DE LISTA MAIOR QUE A TOLERANCIA
      *(PARAMETRO PRECO-TOLERANCIA, PADRAO 10 %) PASSA PELO
      *QUATRO OLHOS: SEM UMA APROVACAO DE SUPERVISOR NA FILA
      *(APROVREV) ELA E SO CAPTURADA COMO PENDENCIA (APROVPEN) E
      *NADA E GRAVADO. TODA INCLUSAO E EXCLUSAO VAI PARA O
      *AUDIT-TRAIL.
      *DATA   = 28/04/22
      *HISTORICO DE ALTERACOES
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRECO-VENDA ASSIGN TO "PRECOVEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PVEN-CHAVE
               FILE STATUS IS PVEN-WS-STATUS.

           SELECT PRODUTO-MASTER ASSIGN TO "PRODMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS WRK-PROD-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD  PRECO-VENDA.
           COPY 'PRECOVEN.CPY'.

       FD  PRODUTO-MASTER.
           COPY 'PRODMST.CPY'.

       FD  PARAMETROS.
           COPY 'PARAMETROS.CPY'.

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
           COPY 'PARAMETROSW.CPY'.
           COPY 'PRECOVW.CPY'.
       77 WRK-PROD-STATUS PIC X(02) VALUE ZEROS.
           88 PROD-OK VALUE '00'.
           88 PROD-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-PROD-ABERTO PIC X(01) VALUE 'N'.
           88 PROD-ABERTO VALUE 'S'.
       77 WRK-OPCAO PIC X(01) VALUE SPACES.
           88 OPCAO-CONSULTAR VALUE 'C'.
           88 OPCAO-INCLUIR VALUE 'P'.
           88 OPCAO-EXCLUIR VALUE 'E'.
           88 OPCAO-SAIR VALUE 'S'.
       77 WRK-PRODUTO PIC X(10) VALUE SPACES.
       77 WRK-ACAO PIC X(01) VALUE SPACES.
       77 WRK-VALOR-ENT PIC X(11) VALUE SPACES.
       77 WRK-ENTRADA-VALIDA PIC X(01) VALUE 'N'.
           88 ENTRADA-VALIDA VALUE 'S'.
       77 WRK-VALOR-NUM PIC 9(09) VALUE ZEROS.
       01 WRK-DATA PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-R REDEFINES WRK-DATA.
           05 WRK-DATA-ANO PIC 9(04).
           05 WRK-DATA-MES PIC 9(02).
               88 MES-VALIDO VALUE 1 THRU 12.
           05 WRK-DATA-DIA PIC 9(02).
               88 DIA-VALIDO VALUE 1 THRU 31.
       77 WRK-INICIO PIC 9(08) VALUE ZEROS.
       77 WRK-FIM PIC 9(08) VALUE ZEROS.
       77 WRK-PRECO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PRECO-CENTAVOS PIC 9(09) VALUE ZEROS.
       77 WRK-TOLERANCIA PIC 9(03)V99 VALUE 10.
       77 WRK-DESCONTO PIC 9(03)V99 VALUE ZEROS.
       77 WRK-FIM-LISTA PIC X(01) VALUE 'N'.
           88 LISTA-FIM VALUE 'S'.
       77 WRK-TOTAL-LISTADOS PIC 9(04) VALUE ZEROS.
       77 WRK-PRECO-ED PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-LISTA-ED PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-PERC-ED PIC ZZ9,99 VALUE ZEROS.
           COPY 'RUNDATE.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0002-INICIALIZAR.
           PERFORM 0003-PROCESSAR UNTIL OPCAO-SAIR.
           PERFORM 0004-FINALIZAR.

           STOP RUN.

       0002-INICIALIZAR.
           PERFORM OBTER-DATA-EXECUCAO.
           DISPLAY 'PRECMNT' '   DATA: ' RUNDATE-HOJE-ED.
           DISPLAY 'MANUTENCAO DOS PRECOS PROMOCIONAIS'.
           MOVE 'PRECO-TOLERANCIA' TO PARM-CODIGO.
           PERFORM LER-PARAMETRO.
           IF PARM-VALOR > ZEROS
               MOVE PARM-VALOR TO WRK-TOLERANCIA
           END-IF.
           PERFORM FECHAR-PARAMETROS.
           OPEN I-O PRECO-VENDA.
           IF PVEN-ARQ-NAO-ENCONTRADO
               OPEN OUTPUT PRECO-VENDA
               CLOSE PRECO-VENDA
               OPEN I-O PRECO-VENDA
           END-IF.
           SET PVEN-ABERTO TO TRUE.
           OPEN INPUT PRODUTO-MASTER.
           IF PROD-OK
               SET PROD-ABERTO TO TRUE
           END-IF.

       0003-PROCESSAR.
           DISPLAY '----------------------------------------'.
           DISPLAY 'OPCAO: C=CONSULTAR  P=INCLUIR PROMOCAO  '
                   'E=EXCLUIR PROMOCAO  S=SAIR'.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE TRUE
               WHEN OPCAO-CONSULTAR
                   PERFORM CONSULTAR-PRECOS THRU CONSULTAR-PRECOS-EXIT
               WHEN OPCAO-INCLUIR
                   PERFORM INCLUIR-PROMOCAO THRU INCLUIR-PROMOCAO-EXIT
               WHEN OPCAO-EXCLUIR
                   PERFORM EXCLUIR-PROMOCAO THRU EXCLUIR-PROMOCAO-EXIT
               WHEN OPCAO-SAIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

       0004-FINALIZAR.
           PERFORM FECHAR-PRECO-VENDA.
           IF PROD-ABERTO
               CLOSE PRODUTO-MASTER
           END-IF.
           PERFORM FECHAR-AUDITORIA.
           PERFORM FECHAR-APROVACOES.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

      *----------------------------------------------------------*
      * CONSULTAR-PRECOS                                          *
      * LISTA OS PRECOS DE LISTA E AS PROMOCOES DO PRODUTO E O    *
      * PRECO EM VIGOR HOJE.                                      *
      *----------------------------------------------------------*
       CONSULTAR-PRECOS.
           PERFORM ACEITAR-PRODUTO THRU ACEITAR-PRODUTO-EXIT.
           IF WRK-PRODUTO = SPACES
               GO TO CONSULTAR-PRECOS-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-LISTA.
           MOVE ZEROS TO WRK-TOTAL-LISTADOS.
           MOVE WRK-PRODUTO TO PVEN-PRODUTO.
           MOVE LOW-VALUES TO PVEN-TIPO.
           MOVE ZEROS TO PVEN-INICIO.
           START PRECO-VENDA KEY IS NOT < PVEN-CHAVE
               INVALID KEY
                   SET LISTA-FIM TO TRUE
           END-START.
           PERFORM LISTAR-UM-PRECO UNTIL LISTA-FIM.
           DISPLAY 'REGISTROS DE PRECO: ' WRK-TOTAL-LISTADOS.

           MOVE WRK-PRODUTO TO PVEN-WS-PRODUTO.
           MOVE RUNDATE-HOJE TO PVEN-WS-DATA.
           PERFORM OBTER-PRECO-VIGENTE THRU OBTER-PRECO-VIGENTE-EXIT.
           MOVE PVEN-WS-PRECO TO WRK-PRECO-ED.
           EVALUATE TRUE
               WHEN PVEN-PRECO-PROMOCIONAL
                   DISPLAY 'EM VIGOR HOJE: ' WRK-PRECO-ED
                           ' (PROMOCAO)'
               WHEN PVEN-PRECO-DE-LISTA
                   DISPLAY 'EM VIGOR HOJE: ' WRK-PRECO-ED
                           ' (LISTA)'
               WHEN OTHER
                   DISPLAY 'PRODUTO SEM PRECO DE VENDA.'
           END-EVALUATE.

       CONSULTAR-PRECOS-EXIT.
           EXIT.

       LISTAR-UM-PRECO.
           READ PRECO-VENDA NEXT RECORD
               AT END
                   SET LISTA-FIM TO TRUE
           END-READ.
           IF NOT LISTA-FIM
               IF PVEN-PRODUTO NOT = WRK-PRODUTO
                   SET LISTA-FIM TO TRUE
               ELSE
                   ADD 1 TO WRK-TOTAL-LISTADOS
                   MOVE PVEN-PRECO TO WRK-PRECO-ED
                   IF PVEN-LISTA
                       DISPLAY 'LISTA    DESDE ' PVEN-INICIO
                               '           ' WRK-PRECO-ED
                               '  ' PVEN-PROGRAMA
                   ELSE
                       DISPLAY 'PROMOCAO DE    ' PVEN-INICIO
                               ' A ' PVEN-FIM ' ' WRK-PRECO-ED
                               '  ' PVEN-PROGRAMA
                   END-IF
               END-IF
           END-IF.

       LISTAR-UM-PRECO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * INCLUIR-PROMOCAO                                          *
      * PROMOCAO NAO PODE COMECAR NO PASSADO NEM TER PRECO ACIMA  *
      * DO DE LISTA. DESCONTO MAIOR QUE A TOLERANCIA SO SAI COM   *
      * APROVACAO DE SUPERVISOR.                                  *
      *----------------------------------------------------------*
       INCLUIR-PROMOCAO.
           PERFORM ACEITAR-PRODUTO THRU ACEITAR-PRODUTO-EXIT.
           IF WRK-PRODUTO = SPACES
               GO TO INCLUIR-PROMOCAO-EXIT
           END-IF.
           DISPLAY 'INICIO DA PROMOCAO'.
           PERFORM ACEITAR-DATA THRU ACEITAR-DATA-EXIT.
           MOVE WRK-DATA TO WRK-INICIO.
           IF WRK-INICIO = ZEROS
               GO TO INCLUIR-PROMOCAO-EXIT
           END-IF.
           IF WRK-INICIO < RUNDATE-HOJE
               DISPLAY 'PROMOCAO NAO PODE COMECAR NO PASSADO - NADA '
                       'FOI ALTERADO.'
               GO TO INCLUIR-PROMOCAO-EXIT
           END-IF.
           DISPLAY 'FIM DA PROMOCAO'.
           PERFORM ACEITAR-DATA THRU ACEITAR-DATA-EXIT.
           MOVE WRK-DATA TO WRK-FIM.
           IF WRK-FIM = ZEROS
               GO TO INCLUIR-PROMOCAO-EXIT
           END-IF.
           IF WRK-FIM < WRK-INICIO
               DISPLAY 'FIM ANTERIOR AO INICIO - NADA FOI ALTERADO.'
               GO TO INCLUIR-PROMOCAO-EXIT
           END-IF.

           MOVE WRK-PRODUTO TO PVEN-PRODUTO.
           SET PVEN-PROMOCAO TO TRUE.
           MOVE WRK-INICIO TO PVEN-INICIO.
           READ PRECO-VENDA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY 'JA EXISTE PROMOCAO COM ESTE INICIO - '
                           'EXCLUA ANTES DE INCLUIR OUTRA.'
                   GO TO INCLUIR-PROMOCAO-EXIT
           END-READ.

           MOVE WRK-PRODUTO TO PVEN-WS-PRODUTO.
           MOVE WRK-INICIO TO PVEN-WS-DATA.
           PERFORM OBTER-PRECO-VIGENTE THRU OBTER-PRECO-VIGENTE-EXIT.
           IF PVEN-WS-PRECO-LISTA = ZEROS
               DISPLAY 'PRODUTO SEM PRECO DE LISTA NO INICIO DA '
                       'PROMOCAO - NADA FOI ALTERADO.'
               GO TO INCLUIR-PROMOCAO-EXIT
           END-IF.
           MOVE PVEN-WS-PRECO-LISTA TO WRK-LISTA-ED.
           DISPLAY 'PRECO DE LISTA NO INICIO: ' WRK-LISTA-ED.

           PERFORM ACEITAR-PRECO THRU ACEITAR-PRECO-EXIT.
           IF NOT ENTRADA-VALIDA
               GO TO INCLUIR-PROMOCAO-EXIT
           END-IF.
           IF WRK-PRECO NOT < PVEN-WS-PRECO-LISTA
               DISPLAY 'PRECO PROMOCIONAL NAO E MENOR QUE O DE '
                       'LISTA - NADA FOI ALTERADO.'
               GO TO INCLUIR-PROMOCAO-EXIT
           END-IF.
           COMPUTE WRK-DESCONTO ROUNDED =
               (PVEN-WS-PRECO-LISTA - WRK-PRECO) * 100
               / PVEN-WS-PRECO-LISTA.
           MOVE WRK-DESCONTO TO WRK-PERC-ED.
           DISPLAY 'DESCONTO SOBRE A LISTA: ' WRK-PERC-ED ' %'.

           IF WRK-DESCONTO > WRK-TOLERANCIA
               PERFORM VERIFICAR-APROVACAO-PROMOCAO
               IF NOT APROVACAO-DISPONIVEL
                   GO TO INCLUIR-PROMOCAO-EXIT
               END-IF
           END-IF.

           MOVE WRK-PRODUTO TO PVEN-PRODUTO.
           SET PVEN-PROMOCAO TO TRUE.
           MOVE WRK-INICIO TO PVEN-INICIO.
           MOVE WRK-FIM TO PVEN-FIM.
           MOVE WRK-PRECO TO PVEN-PRECO.
           MOVE ZEROS TO PVEN-CUSTO-BASE.
           MOVE ZEROS TO PVEN-MARKUP.
           MOVE SPACES TO PVEN-UF.
           MOVE ZEROS TO PVEN-ALIQ-ICMS.
           MOVE RUNDATE-HOJE TO PVEN-DATA-ALTERACAO.
           MOVE 'PRECMNT' TO PVEN-PROGRAMA.
           WRITE REG-PRECO-VENDA
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR A PROMOCAO - STATUS: '
                           PVEN-WS-STATUS
                   GO TO INCLUIR-PROMOCAO-EXIT
           END-WRITE.
           DISPLAY 'PROMOCAO INCLUIDA.'.
           MOVE 'I' TO WRK-ACAO.
           PERFORM AUDITAR-PROMOCAO.

       INCLUIR-PROMOCAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * EXCLUIR-PROMOCAO                                          *
      * SEM A PROMOCAO VOLTA A VALER O PRECO DE LISTA - NAO PASSA *
      * PELO QUATRO OLHOS, MAS VAI PARA O AUDIT-TRAIL.            *
      *----------------------------------------------------------*
       EXCLUIR-PROMOCAO.
           PERFORM ACEITAR-PRODUTO THRU ACEITAR-PRODUTO-EXIT.
           IF WRK-PRODUTO = SPACES
               GO TO EXCLUIR-PROMOCAO-EXIT
           END-IF.
           DISPLAY 'INICIO DA PROMOCAO A EXCLUIR'.
           PERFORM ACEITAR-DATA THRU ACEITAR-DATA-EXIT.
           IF WRK-DATA = ZEROS
               GO TO EXCLUIR-PROMOCAO-EXIT
           END-IF.
           MOVE WRK-PRODUTO TO PVEN-PRODUTO.
           SET PVEN-PROMOCAO TO TRUE.
           MOVE WRK-DATA TO PVEN-INICIO.
           READ PRECO-VENDA
               INVALID KEY
                   DISPLAY 'PROMOCAO NAO CADASTRADA.'
                   GO TO EXCLUIR-PROMOCAO-EXIT
           END-READ.
           MOVE PVEN-INICIO TO WRK-INICIO.
           MOVE PVEN-FIM TO WRK-FIM.
           MOVE PVEN-PRECO TO WRK-PRECO.
           DELETE PRECO-VENDA.
           DISPLAY 'PROMOCAO EXCLUIDA.'.
           MOVE 'E' TO WRK-ACAO.
           PERFORM AUDITAR-PROMOCAO.

       EXCLUIR-PROMOCAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ACEITAR-PRODUTO                                           *
      * O PRODUTO PRECISA EXISTIR NO PRODMST (SEM O CADASTRO,     *
      * QUALQUER CODIGO E ACEITO). CODIGO RECUSADO VOLTA EM       *
      * BRANCO.                                                   *
      *----------------------------------------------------------*
       ACEITAR-PRODUTO.
           DISPLAY 'CODIGO DO PRODUTO'.
           ACCEPT WRK-PRODUTO FROM CONSOLE.
           IF WRK-PRODUTO = SPACES
               DISPLAY 'ENTRADA INVALIDA - NADA FOI ALTERADO.'
               GO TO ACEITAR-PRODUTO-EXIT
           END-IF.
           IF PROD-ABERTO
               MOVE WRK-PRODUTO TO PROD-CODIGO
               READ PRODUTO-MASTER
                   INVALID KEY
                       DISPLAY 'PRODUTO NAO CADASTRADO NO PRODMST.'
                       MOVE SPACES TO WRK-PRODUTO
                   NOT INVALID KEY
                       DISPLAY PROD-DESCRICAO
               END-READ
           END-IF.

       ACEITAR-PRODUTO-EXIT.
           EXIT.

       ACEITAR-DATA.
           DISPLAY 'DATA (AAAAMMDD)'.
           ACCEPT WRK-VALOR-ENT FROM CONSOLE.
           CALL 'VALIDNUM' USING WRK-VALOR-ENT WRK-ENTRADA-VALIDA.
           MOVE ZEROS TO WRK-DATA.
           IF ENTRADA-VALIDA
               MOVE FUNCTION TRIM(WRK-VALOR-ENT) TO WRK-VALOR-NUM
               IF WRK-VALOR-NUM > 99999999
                   MOVE 'N' TO WRK-ENTRADA-VALIDA
               ELSE
                   MOVE WRK-VALOR-NUM TO WRK-DATA
                   IF NOT MES-VALIDO OR NOT DIA-VALIDO
                       MOVE 'N' TO WRK-ENTRADA-VALIDA
                   END-IF
               END-IF
           END-IF.
           IF NOT ENTRADA-VALIDA
               DISPLAY 'DATA INVALIDA - NADA FOI ALTERADO.'
               MOVE ZEROS TO WRK-DATA
           END-IF.

       ACEITAR-DATA-EXIT.
           EXIT.

      *PRECO EM CENTAVOS, VALIDADO PELA SUBROTINA VALIDNUM
       ACEITAR-PRECO.
           MOVE ZEROS TO WRK-PRECO.
           DISPLAY 'PRECO PROMOCIONAL EM CENTAVOS (SOMENTE DIGITOS '
                   '- EX 1990 = 19,90)'.
           ACCEPT WRK-VALOR-ENT FROM CONSOLE.
           CALL 'VALIDNUM' USING WRK-VALOR-ENT WRK-ENTRADA-VALIDA.
           IF ENTRADA-VALIDA
               MOVE FUNCTION TRIM(WRK-VALOR-ENT) TO WRK-VALOR-NUM
               IF WRK-VALOR-NUM = ZEROS
                   MOVE 'N' TO WRK-ENTRADA-VALIDA
               ELSE
                   COMPUTE WRK-PRECO = WRK-VALOR-NUM / 100
               END-IF
           END-IF.
           IF NOT ENTRADA-VALIDA
               DISPLAY 'PRECO INVALIDO - NADA FOI ALTERADO.'
           END-IF.

       ACEITAR-PRECO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * AUDITAR-PROMOCAO                                          *
      * GRAVA NO AUDIT-TRAIL A ACAO (I/E), O PRODUTO, O PERIODO  *
      * E O PRECO DA PROMOCAO.                                    *
      *----------------------------------------------------------*
       AUDITAR-PROMOCAO.
           MOVE 'PVEN-PROMOCAO' TO AUD-CAMPO.
           MOVE SPACES TO AUD-VALOR.
           STRING WRK-ACAO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-PRODUTO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-INICIO DELIMITED BY SIZE
                  INTO AUD-VALOR.
           PERFORM GRAVAR-AUDITORIA.
           MOVE WRK-PRECO TO WRK-PRECO-ED.
           MOVE 'PVEN-PROMO-FIM' TO AUD-CAMPO.
           MOVE SPACES TO AUD-VALOR.
           STRING 'ATE ' DELIMITED BY SIZE
                  WRK-FIM DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-PRECO-ED DELIMITED BY SIZE
                  INTO AUD-VALOR.
           PERFORM GRAVAR-AUDITORIA.

       AUDITAR-PROMOCAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * VERIFICAR-APROVACAO-PROMOCAO                              *
      * QUATRO OLHOS: MONTA OS DADOS DA PROMOCAO (PRODUTO +       *
      * INICIO + FIM + PRECO) E CONSULTA A FILA DE APROVACOES;    *
      * SEM APROVACAO DE SUPERVISOR O PEDIDO VIRA PENDENCIA E     *
      * NADA E GRAVADO.                                           *
      *----------------------------------------------------------*
       VERIFICAR-APROVACAO-PROMOCAO.

           COMPUTE WRK-PRECO-CENTAVOS = WRK-PRECO * 100.
           MOVE 'PROMO' TO APRV-WS-TIPO.
           MOVE SPACES TO APRV-WS-DADOS.
           STRING WRK-PRODUTO DELIMITED BY SIZE
                  WRK-INICIO DELIMITED BY SIZE
                  WRK-FIM DELIMITED BY SIZE
                  WRK-PRECO-CENTAVOS DELIMITED BY SIZE
                  INTO APRV-WS-DADOS.
           PERFORM CONSULTAR-APROVACAO.
           IF NOT APROVACAO-DISPONIVEL
               PERFORM ENFILEIRAR-APROVACAO
           END-IF.

       VERIFICAR-APROVACAO-PROMOCAO-EXIT.
           EXIT.

           COPY 'PRECOVP.CPY'.
           COPY 'PARAMETROSP.CPY'.
           COPY 'AUDITPRC.CPY' REPLACING ==AUD-PROGRAM-ID==
               BY =='PRECMNT'==.
           COPY 'APROVP.CPY'.
           COPY 'RUNDATEP.CPY'.
