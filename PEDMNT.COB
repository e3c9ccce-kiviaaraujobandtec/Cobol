       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEDMNT.
      **********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = KIVIA(ALURA) KIVIAAL
      *OBJETIVO: MANUTENCAO DOS PEDIDOS DE COMPRA (PEDCOMP) -
      *CONSULTA AS LINHAS DE UM PEDIDO, INCLUI PEDIDO NOVO PARA
      *UM FORNECEDOR ATIVO DO FORNMST (NUMERO SEQUENCIAL, UMA
      *LINHA POR PRODUTO DO PRODMST COM QUANTIDADE, PRECO
      *UNITARIO ACERTADO E DATA PREVISTA DE ENTREGA) E CANCELA
      *UMA LINHA OU O PEDIDO INTEIRO, EM LACO ATE SAIR. SO LINHA
      *AINDA A RECEBER (ABERTA OU PARCIAL) PODE SER CANCELADA. O
      *RECEBIMENTO DAS ENTREGAS E O LOTE ENTRMERC. TODA INCLUSAO
      *E CANCELAMENTO VAI PARA O AUDIT-TRAIL.
      *DATA   = 29/04/22
      *HISTORICO DE ALTERACOES
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDIDO-COMPRA ASSIGN TO "PEDCOMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-CHAVE
               FILE STATUS IS WRK-PED-STATUS.

           SELECT FORNECEDOR-MASTER ASSIGN TO "FORNMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FORN-CODIGO
               FILE STATUS IS WRK-FORN-STATUS.

           SELECT PRODUTO-MASTER ASSIGN TO "PRODMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS WRK-PROD-STATUS.

           SELECT AUDIT-TRAIL ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUD-WS-STATUS.

           SELECT OPERADOR-SESSAO ASSIGN TO "OPERSESS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SES-WS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PEDIDO-COMPRA.
           COPY 'PEDCOMP.CPY'.

       FD  FORNECEDOR-MASTER.
           COPY 'FORNMST.CPY'.

       FD  PRODUTO-MASTER.
           COPY 'PRODMST.CPY'.

       FD  AUDIT-TRAIL.
           COPY 'AUDITLOG.CPY'.

       FD  OPERADOR-SESSAO.
           COPY 'OPERSESS.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'AUDITWS.CPY'.
           COPY 'OPERSESW.CPY'.
       77 WRK-PED-STATUS PIC X(02) VALUE ZEROS.
           88 PED-OK VALUE '00'.
           88 PED-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-FORN-STATUS PIC X(02) VALUE ZEROS.
           88 FORN-MST-OK VALUE '00'.
           88 FORN-MST-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-FORN-ABERTO PIC X(01) VALUE 'N'.
           88 FORNMST-ABERTO VALUE 'S'.
       77 WRK-PROD-STATUS PIC X(02) VALUE ZEROS.
           88 PROD-OK VALUE '00'.
           88 PROD-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-PROD-ABERTO PIC X(01) VALUE 'N'.
           88 PRODMST-ABERTO VALUE 'S'.
       77 WRK-OPCAO PIC X(01) VALUE SPACES.
           88 OPCAO-CONSULTAR VALUE 'L'.
           88 OPCAO-INCLUIR VALUE 'I'.
           88 OPCAO-CANCELAR VALUE 'C'.
           88 OPCAO-SAIR VALUE 'S'.
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

      *PEDIDO EM DIGITACAO
       77 WRK-NUMERO PIC 9(06) VALUE ZEROS.
       77 WRK-ITEM PIC 9(03) VALUE ZEROS.
       77 WRK-FORNECEDOR PIC X(06) VALUE SPACES.
       77 WRK-PRODUTO PIC X(10) VALUE SPACES.
       77 WRK-QUANTIDADE PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PRECO PIC 9(06)V99 VALUE ZEROS.
       77 WRK-FIM-ITENS PIC X(01) VALUE 'N'.
           88 FIM-ITENS VALUE 'S'.
       77 WRK-FIM-LISTA PIC X(01) VALUE 'N'.
           88 LISTA-FIM VALUE 'S'.
       77 WRK-QTD-LINHAS PIC 9(03) VALUE ZEROS.
       77 WRK-VALOR-PEDIDO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-ACAO PIC X(01) VALUE SPACES.

       77 WRK-QTD-ED PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-RECEB-ED PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-PRECO-ED PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-VALOR-ED PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           COPY 'RUNDATE.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0002-INICIALIZAR.
           PERFORM 0003-PROCESSAR UNTIL OPCAO-SAIR.
           PERFORM 0004-FINALIZAR.

           STOP RUN.

       0002-INICIALIZAR.
           PERFORM OBTER-DATA-EXECUCAO.
           DISPLAY 'PEDMNT' '   DATA: ' RUNDATE-HOJE-ED.
           DISPLAY 'MANUTENCAO DOS PEDIDOS DE COMPRA'.
           OPEN I-O PEDIDO-COMPRA.
           IF PED-NAO-ENCONTRADO
               OPEN OUTPUT PEDIDO-COMPRA
               CLOSE PEDIDO-COMPRA
               OPEN I-O PEDIDO-COMPRA
           END-IF.
           OPEN INPUT FORNECEDOR-MASTER.
           IF FORN-MST-OK
               SET FORNMST-ABERTO TO TRUE
           ELSE
               DISPLAY 'CADASTRO DE FORNECEDORES (FORNMST) NAO '
                       'ENCONTRADO - NAO HA COMO INCLUIR PEDIDO.'
           END-IF.
           OPEN INPUT PRODUTO-MASTER.
           IF PROD-OK
               SET PRODMST-ABERTO TO TRUE
           ELSE
               DISPLAY 'CADASTRO DE PRODUTOS (PRODMST) NAO '
                       'ENCONTRADO - NAO HA COMO INCLUIR PEDIDO.'
           END-IF.

       0003-PROCESSAR.
           DISPLAY '----------------------------------------'.
           DISPLAY 'OPCAO: L=CONSULTAR  I=INCLUIR  C=CANCELAR  '
                   'S=SAIR'.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE TRUE
               WHEN OPCAO-CONSULTAR
                   PERFORM CONSULTAR-PEDIDO THRU CONSULTAR-PEDIDO-EXIT
               WHEN OPCAO-INCLUIR
                   PERFORM INCLUIR-PEDIDO THRU INCLUIR-PEDIDO-EXIT
               WHEN OPCAO-CANCELAR
                   PERFORM CANCELAR-PEDIDO THRU CANCELAR-PEDIDO-EXIT
               WHEN OPCAO-SAIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

       0004-FINALIZAR.
           CLOSE PEDIDO-COMPRA.
           IF FORNMST-ABERTO
               CLOSE FORNECEDOR-MASTER
           END-IF.
           IF PRODMST-ABERTO
               CLOSE PRODUTO-MASTER
           END-IF.
           PERFORM FECHAR-AUDITORIA.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

      *----------------------------------------------------------*
      * CONSULTAR-PEDIDO                                          *
      * LISTA AS LINHAS DO PEDIDO COM O RECEBIDO E A SITUACAO.    *
      *----------------------------------------------------------*
       CONSULTAR-PEDIDO.
           PERFORM ACEITAR-NUMERO-PEDIDO
               THRU ACEITAR-NUMERO-PEDIDO-EXIT.
           IF WRK-NUMERO = ZEROS
               GO TO CONSULTAR-PEDIDO-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-LISTA.
           MOVE ZEROS TO WRK-QTD-LINHAS.
           MOVE WRK-NUMERO TO PED-NUMERO.
           MOVE ZEROS TO PED-ITEM.
           START PEDIDO-COMPRA KEY IS NOT < PED-CHAVE
               INVALID KEY
                   SET LISTA-FIM TO TRUE
           END-START.
           PERFORM LISTAR-LINHA-PEDIDO UNTIL LISTA-FIM.
           IF WRK-QTD-LINHAS = ZEROS
               DISPLAY 'PEDIDO NAO CADASTRADO.'
           END-IF.

       CONSULTAR-PEDIDO-EXIT.
           EXIT.

       LISTAR-LINHA-PEDIDO.
           READ PEDIDO-COMPRA NEXT RECORD
               AT END
                   SET LISTA-FIM TO TRUE
           END-READ.
           IF NOT LISTA-FIM
               IF PED-NUMERO NOT = WRK-NUMERO
                   SET LISTA-FIM TO TRUE
               ELSE
                   IF WRK-QTD-LINHAS = ZEROS
                       DISPLAY 'FORNECEDOR: ' PED-FORNECEDOR
                               '  PEDIDO EM: ' PED-DATA-PEDIDO
                   END-IF
                   ADD 1 TO WRK-QTD-LINHAS
                   MOVE PED-QTD-PEDIDA TO WRK-QTD-ED
                   MOVE PED-QTD-RECEBIDA TO WRK-RECEB-ED
                   MOVE PED-PRECO TO WRK-PRECO-ED
                   DISPLAY PED-ITEM ' ' PED-PRODUTO
                           ' PED ' WRK-QTD-ED
                           ' REC ' WRK-RECEB-ED
                           ' ' WRK-PRECO-ED
                           ' ENTR ' PED-DATA-ENTREGA
                           ' ' PED-SITUACAO
               END-IF
           END-IF.

       LISTAR-LINHA-PEDIDO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * INCLUIR-PEDIDO                                            *
      * FORNECEDOR ATIVO NO FORNMST E UMA LINHA POR PRODUTO, ATE  *
      * O PRODUTO EM BRANCO. O NUMERO E O MAIOR JA USADO MAIS 1.  *
      *----------------------------------------------------------*
       INCLUIR-PEDIDO.
           IF NOT FORNMST-ABERTO OR NOT PRODMST-ABERTO
               DISPLAY 'CADASTROS AUSENTES - NADA FOI ALTERADO.'
               GO TO INCLUIR-PEDIDO-EXIT
           END-IF.
           DISPLAY 'CODIGO DO FORNECEDOR'.
           ACCEPT WRK-FORNECEDOR FROM CONSOLE.
           MOVE WRK-FORNECEDOR TO FORN-CODIGO.
           READ FORNECEDOR-MASTER
               INVALID KEY
                   DISPLAY 'FORNECEDOR NAO CADASTRADO - NADA FOI '
                           'ALTERADO.'
                   GO TO INCLUIR-PEDIDO-EXIT
           END-READ.
           IF NOT FORNECEDOR-ATIVO
               DISPLAY 'FORNECEDOR INATIVO - NADA FOI ALTERADO.'
               GO TO INCLUIR-PEDIDO-EXIT
           END-IF.
           DISPLAY FORN-NOME.

           PERFORM OBTER-PROXIMO-PEDIDO.
           DISPLAY 'PEDIDO NUMERO: ' WRK-NUMERO.
           MOVE ZEROS TO WRK-ITEM.
           MOVE ZEROS TO WRK-VALOR-PEDIDO.
           MOVE 'N' TO WRK-FIM-ITENS.
           PERFORM INCLUIR-ITEM THRU INCLUIR-ITEM-EXIT
               UNTIL FIM-ITENS.
           IF WRK-ITEM = ZEROS
               DISPLAY 'PEDIDO SEM ITENS - NADA FOI GRAVADO.'
           ELSE
               MOVE WRK-VALOR-PEDIDO TO WRK-VALOR-ED
               DISPLAY 'PEDIDO ' WRK-NUMERO ' GRAVADO COM ' WRK-ITEM
                       ' ITENS - VALOR ' WRK-VALOR-ED
           END-IF.

       INCLUIR-PEDIDO-EXIT.
           EXIT.

      *VARRE O ARQUIVO ATE O FIM - A ULTIMA CHAVE LIDA TRAZ O
      *MAIOR NUMERO DE PEDIDO JA USADO
       OBTER-PROXIMO-PEDIDO.
           MOVE ZEROS TO WRK-NUMERO.
           MOVE 'N' TO WRK-FIM-LISTA.
           MOVE ZEROS TO PED-NUMERO.
           MOVE ZEROS TO PED-ITEM.
           START PEDIDO-COMPRA KEY IS NOT < PED-CHAVE
               INVALID KEY
                   SET LISTA-FIM TO TRUE
           END-START.
           PERFORM VARRER-NUMERO-PEDIDO UNTIL LISTA-FIM.
           ADD 1 TO WRK-NUMERO.

       OBTER-PROXIMO-PEDIDO-EXIT.
           EXIT.

       VARRER-NUMERO-PEDIDO.
           READ PEDIDO-COMPRA NEXT RECORD
               AT END
                   SET LISTA-FIM TO TRUE
               NOT AT END
                   MOVE PED-NUMERO TO WRK-NUMERO
           END-READ.

       VARRER-NUMERO-PEDIDO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * INCLUIR-ITEM                                              *
      * PRODUTO DO PRODMST, QUANTIDADE, PRECO E ENTREGA (NAO      *
      * ANTERIOR A HOJE). ITEM RECUSADO NAO E GRAVADO E A         *
      * DIGITACAO SEGUE NO PROXIMO PRODUTO.                       *
      *----------------------------------------------------------*
       INCLUIR-ITEM.
           DISPLAY 'PRODUTO DO ITEM (BRANCO ENCERRA O PEDIDO)'.
           ACCEPT WRK-PRODUTO FROM CONSOLE.
           IF WRK-PRODUTO = SPACES
               SET FIM-ITENS TO TRUE
               GO TO INCLUIR-ITEM-EXIT
           END-IF.
           IF WRK-ITEM = 999
               DISPLAY 'LIMITE DE ITENS DO PEDIDO ATINGIDO.'
               SET FIM-ITENS TO TRUE
               GO TO INCLUIR-ITEM-EXIT
           END-IF.
           MOVE WRK-PRODUTO TO PROD-CODIGO.
           READ PRODUTO-MASTER
               INVALID KEY
                   DISPLAY 'PRODUTO NAO CADASTRADO NO PRODMST.'
                   GO TO INCLUIR-ITEM-EXIT
           END-READ.
           DISPLAY PROD-DESCRICAO ' (' PROD-UNIDADE ')'.

           DISPLAY 'QUANTIDADE EM CENTESIMOS (SOMENTE DIGITOS '
                   '- EX 1250 = 12,50)'.
           PERFORM ACEITAR-NUMERO.
           IF NOT ENTRADA-VALIDA OR WRK-VALOR-NUM = ZEROS
               OR WRK-VALOR-NUM > 999999999
               DISPLAY 'QUANTIDADE INVALIDA - ITEM NAO GRAVADO.'
               GO TO INCLUIR-ITEM-EXIT
           END-IF.
           COMPUTE WRK-QUANTIDADE = WRK-VALOR-NUM / 100.

           DISPLAY 'PRECO UNITARIO EM CENTAVOS (SOMENTE DIGITOS '
                   '- EX 1990 = 19,90)'.
           PERFORM ACEITAR-NUMERO.
           IF NOT ENTRADA-VALIDA OR WRK-VALOR-NUM = ZEROS
               OR WRK-VALOR-NUM > 99999999
               DISPLAY 'PRECO INVALIDO - ITEM NAO GRAVADO.'
               GO TO INCLUIR-ITEM-EXIT
           END-IF.
           COMPUTE WRK-PRECO = WRK-VALOR-NUM / 100.

           DISPLAY 'ENTREGA PREVISTA'.
           PERFORM ACEITAR-DATA THRU ACEITAR-DATA-EXIT.
           IF WRK-DATA = ZEROS
               GO TO INCLUIR-ITEM-EXIT
           END-IF.
           IF WRK-DATA < RUNDATE-HOJE
               DISPLAY 'ENTREGA NO PASSADO - ITEM NAO GRAVADO.'
               GO TO INCLUIR-ITEM-EXIT
           END-IF.

           ADD 1 TO WRK-ITEM.
           MOVE WRK-NUMERO TO PED-NUMERO.
           MOVE WRK-ITEM TO PED-ITEM.
           MOVE WRK-FORNECEDOR TO PED-FORNECEDOR.
           MOVE WRK-PRODUTO TO PED-PRODUTO.
           MOVE WRK-QUANTIDADE TO PED-QTD-PEDIDA.
           MOVE WRK-PRECO TO PED-PRECO.
           MOVE RUNDATE-HOJE TO PED-DATA-PEDIDO.
           MOVE WRK-DATA TO PED-DATA-ENTREGA.
           MOVE ZEROS TO PED-QTD-RECEBIDA.
           MOVE ZEROS TO PED-DATA-ULT-RECEB.
           SET PED-ABERTA TO TRUE.
           WRITE REG-PEDIDO-COMPRA
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR O ITEM - STATUS: '
                           WRK-PED-STATUS
                   SUBTRACT 1 FROM WRK-ITEM
                   GO TO INCLUIR-ITEM-EXIT
           END-WRITE.
           COMPUTE WRK-VALOR-PEDIDO ROUNDED = WRK-VALOR-PEDIDO
               + WRK-QUANTIDADE * WRK-PRECO.
           MOVE 'I' TO WRK-ACAO.
           PERFORM AUDITAR-LINHA-PEDIDO.

       INCLUIR-ITEM-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * CANCELAR-PEDIDO                                           *
      * ITEM ZERO CANCELA TODAS AS LINHAS AINDA A RECEBER DO      *
      * PEDIDO; LINHA JA FECHADA OU CANCELADA FICA COMO ESTA.     *
      *----------------------------------------------------------*
       CANCELAR-PEDIDO.
           PERFORM ACEITAR-NUMERO-PEDIDO
               THRU ACEITAR-NUMERO-PEDIDO-EXIT.
           IF WRK-NUMERO = ZEROS
               GO TO CANCELAR-PEDIDO-EXIT
           END-IF.
           DISPLAY 'ITEM A CANCELAR (ZERO = PEDIDO INTEIRO)'.
           PERFORM ACEITAR-NUMERO.
           IF NOT ENTRADA-VALIDA OR WRK-VALOR-NUM > 999
               DISPLAY 'ITEM INVALIDO - NADA FOI ALTERADO.'
               GO TO CANCELAR-PEDIDO-EXIT
           END-IF.
           MOVE WRK-VALOR-NUM TO WRK-ITEM.
           MOVE ZEROS TO WRK-QTD-LINHAS.
           MOVE 'N' TO WRK-FIM-LISTA.
           MOVE WRK-NUMERO TO PED-NUMERO.
           MOVE WRK-ITEM TO PED-ITEM.
           START PEDIDO-COMPRA KEY IS NOT < PED-CHAVE
               INVALID KEY
                   SET LISTA-FIM TO TRUE
           END-START.
           PERFORM CANCELAR-LINHA-PEDIDO UNTIL LISTA-FIM.
           DISPLAY 'LINHAS CANCELADAS: ' WRK-QTD-LINHAS.

       CANCELAR-PEDIDO-EXIT.
           EXIT.

       CANCELAR-LINHA-PEDIDO.
           READ PEDIDO-COMPRA NEXT RECORD
               AT END
                   SET LISTA-FIM TO TRUE
           END-READ.
           IF NOT LISTA-FIM
               IF PED-NUMERO NOT = WRK-NUMERO
                   OR (WRK-ITEM NOT = ZEROS
                       AND PED-ITEM NOT = WRK-ITEM)
                   SET LISTA-FIM TO TRUE
               ELSE
                   IF PED-A-RECEBER
                       SET PED-CANCELADA TO TRUE
                       REWRITE REG-PEDIDO-COMPRA
                       ADD 1 TO WRK-QTD-LINHAS
                       MOVE 'C' TO WRK-ACAO
                       PERFORM AUDITAR-LINHA-PEDIDO
                       IF WRK-ITEM NOT = ZEROS
                           SET LISTA-FIM TO TRUE
                       END-IF
                   ELSE
                       DISPLAY 'ITEM ' PED-ITEM ' JA '
                               'FECHADO OU CANCELADO ('
                               PED-SITUACAO ').'
                   END-IF
               END-IF
           END-IF.

       CANCELAR-LINHA-PEDIDO-EXIT.
           EXIT.

       ACEITAR-NUMERO-PEDIDO.
           DISPLAY 'NUMERO DO PEDIDO'.
           PERFORM ACEITAR-NUMERO.
           MOVE ZEROS TO WRK-NUMERO.
           IF ENTRADA-VALIDA AND WRK-VALOR-NUM NOT > 999999
               MOVE WRK-VALOR-NUM TO WRK-NUMERO
           END-IF.
           IF WRK-NUMERO = ZEROS
               DISPLAY 'NUMERO INVALIDO - NADA FOI ALTERADO.'
           END-IF.

       ACEITAR-NUMERO-PEDIDO-EXIT.
           EXIT.

      *NUMERO SO COM DIGITOS, VALIDADO PELA SUBROTINA VALIDNUM
       ACEITAR-NUMERO.
           MOVE ZEROS TO WRK-VALOR-NUM.
           ACCEPT WRK-VALOR-ENT FROM CONSOLE.
           CALL 'VALIDNUM' USING WRK-VALOR-ENT WRK-ENTRADA-VALIDA.
           IF ENTRADA-VALIDA
               MOVE FUNCTION TRIM(WRK-VALOR-ENT) TO WRK-VALOR-NUM
           END-IF.

       ACEITAR-NUMERO-EXIT.
           EXIT.

       ACEITAR-DATA.
           DISPLAY 'DATA (AAAAMMDD)'.
           PERFORM ACEITAR-NUMERO.
           MOVE ZEROS TO WRK-DATA.
           IF ENTRADA-VALIDA
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
               DISPLAY 'DATA INVALIDA - ITEM NAO GRAVADO.'
               MOVE ZEROS TO WRK-DATA
           END-IF.

       ACEITAR-DATA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * AUDITAR-LINHA-PEDIDO                                      *
      * GRAVA NO AUDIT-TRAIL A ACAO (I/C) E A LINHA DO PEDIDO NO  *
      * REGISTRO: PEDIDO/ITEM, FORNECEDOR E PRODUTO.              *
      *----------------------------------------------------------*
       AUDITAR-LINHA-PEDIDO.
           MOVE 'PED-LINHA' TO AUD-CAMPO.
           MOVE SPACES TO AUD-VALOR.
           STRING WRK-ACAO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PED-NUMERO DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  PED-ITEM DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PED-FORNECEDOR DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PED-PRODUTO DELIMITED BY SIZE
                  INTO AUD-VALOR.
           PERFORM GRAVAR-AUDITORIA.

       AUDITAR-LINHA-PEDIDO-EXIT.
           EXIT.

           COPY 'AUDITPRC.CPY' REPLACING ==AUD-PROGRAM-ID==
               BY =='PEDMNT'==.
           COPY 'RUNDATEP.CPY'.
