      *PRODUTOS ACOMPANHADOS PELO HISTORICO DE PRECOS.
      *DATA   = 27/02/22
      *HISTORICO DE ALTERACOES
      *28/04/22 KA GRUPO DO PRODUTO (PROD-GRUPO), DE ONDE O
      *PRECGERA TIRA O MARKUP DA LISTA DE PRECOS DE VENDA
      *30/04/22 KA ESTOQUE MINIMO, PONTO DE PEDIDO E PRAZO DE
      *ENTREGA DO PRODUTO, USADOS NA SUGESTAO DE COMPRA (ESTREPOS)
      *07/06/22 KA ANTES DE INCLUIR OU REGRAVAR, RELE O PRODUTO E
      *CONFERE COM A IMAGEM EXIBIDA (CONCORP.CPY): SE OUTRA SESSAO
      *GRAVOU O MESMO CODIGO NESSE MEIO TEMPO, MOSTRA O QUE MUDOU E
      *QUEM MUDOU, REGISTRA A COLISAO NO ARQUIVO COLISAO E NADA E
      *GRAVADO. CADA GRAVACAO DO PRODUTO VAI AO AUDIT-TRAIL COMO
      *PROD-CODIGO, COM O OPERADOR DA SESSAO
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS WRK-PROD-STATUS.

           SELECT AUDIT-TRAIL ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUD-WS-STATUS.

           SELECT OPERADOR-SESSAO ASSIGN TO "OPERSESS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SES-WS-STATUS.

           SELECT LOG-COLISAO ASSIGN TO "COLISAO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CCR-WS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUTO-MASTER.
           COPY 'PRODMST.CPY'.

       FD  AUDIT-TRAIL.
           COPY 'AUDITLOG.CPY'.

       FD  OPERADOR-SESSAO.
           COPY 'OPERSESS.CPY'.

       FD  LOG-COLISAO.
           COPY 'COLISAO.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'AUDITWS.CPY'.
           COPY 'OPERSESW.CPY'.
           COPY 'CONCORW.CPY'.
       77 WRK-PROD-STATUS PIC X(02) VALUE ZEROS.
           88 PROD-OK VALUE '00'.
           88 PROD-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-CODIGO PIC X(10) VALUE SPACES.
       77 WRK-DESCRICAO PIC X(30) VALUE SPACES.
       77 WRK-UNIDADE PIC X(05) VALUE SPACES.
       77 WRK-GRUPO PIC X(04) VALUE SPACES.
       77 WRK-VALOR-ENT PIC X(11) VALUE SPACES.
       77 WRK-ENTRADA-VALIDA PIC X(01) VALUE 'N'.
           88 VALOR-NUMERICO VALUE 'S'.
           88 VALOR-EM-BRANCO VALUE 'B'.
       77 WRK-VALOR-NUM PIC 9(09) VALUE ZEROS.
       77 WRK-MINIMO-ED PIC Z.ZZZ.ZZ9,99.
       77 WRK-PONTO-ED PIC Z.ZZZ.ZZ9,99.
       77 WRK-PROD-ACHADO PIC X(01) VALUE 'N'.
           88 PRODUTO-CADASTRADO VALUE 'S'.
       77 WRK-OPCAO PIC X(01) VALUE SPACES.
           88 OPCAO-INCLUIR VALUE 'I'.
           88 OPCAO-ALTERAR VALUE 'A'.

      *CAMPOS DO REG-PRODUTO (PRODMST.CPY) CONFERIDOS CONTRA A
      *IMAGEM EXIBIDA - NOME, POSICAO INICIAL E TAMANHO
       01 CCR-CAMPOS-LITERAL.
           05 FILLER PIC X(21) VALUE 'PROD-DESCRICAO 011030'.
           05 FILLER PIC X(21) VALUE 'PROD-UNIDADE   041005'.
           05 FILLER PIC X(21) VALUE 'PROD-GRUPO     046004'.
           05 FILLER PIC X(21) VALUE 'PROD-EST-MINIMO050009'.
           05 FILLER PIC X(21) VALUE 'PROD-PONTO-PED 059009'.
           05 FILLER PIC X(21) VALUE 'PROD-PRAZO     068003'.
       01 CCR-CAMPOS REDEFINES CCR-CAMPOS-LITERAL.
           05 CCR-CAMPO OCCURS 6 TIMES.
               10 CCR-CAMPO-NOME PIC X(15).
               10 CCR-CAMPO-INICIO PIC 9(03).
               10 CCR-CAMPO-TAM PIC 9(03).
           COPY 'RUNDATE.CPY'.

       PROCEDURE DIVISION.
               NOT INVALID KEY
                   MOVE 'S' TO WRK-PROD-ACHADO
           END-READ.
           IF PRODUTO-CADASTRADO
               MOVE REG-PRODUTO TO CCR-IMAGEM-TELA
           ELSE
               MOVE SPACES TO CCR-IMAGEM-TELA
           END-IF.
           PERFORM MARCAR-IMAGEM-TELA THRU MARCAR-IMAGEM-TELA-EXIT.

           IF PRODUTO-CADASTRADO
               DISPLAY 'DESCRICAO: ' PROD-DESCRICAO
               DISPLAY 'UNIDADE..: ' PROD-UNIDADE
               DISPLAY 'GRUPO....: ' PROD-GRUPO
               MOVE PROD-ESTOQUE-MINIMO TO WRK-MINIMO-ED
               MOVE PROD-PONTO-PEDIDO TO WRK-PONTO-ED
               DISPLAY 'EST.MINIMO: ' WRK-MINIMO-ED
                       '  PONTO PEDIDO: ' WRK-PONTO-ED
                       '  PRAZO: ' PROD-PRAZO-ENTREGA ' DIAS'
           ELSE
               DISPLAY 'CODIGO AINDA NAO CADASTRADO.'
           END-IF.
                       MOVE WRK-CODIGO TO PROD-CODIGO
                       MOVE WRK-DESCRICAO TO PROD-DESCRICAO
                       MOVE WRK-UNIDADE TO PROD-UNIDADE
                       MOVE WRK-GRUPO TO PROD-GRUPO
                       MOVE ZEROS TO PROD-ESTOQUE-MINIMO
                       MOVE ZEROS TO PROD-PONTO-PEDIDO
                       MOVE ZEROS TO PROD-PRAZO-ENTREGA
                       PERFORM ACEITAR-REPOSICAO
                       PERFORM REVERIFICAR-PRODUTO
                           THRU REVERIFICAR-PRODUTO-EXIT
                   END-IF
                   IF NOT PRODUTO-CADASTRADO AND NOT CCR-HOUVE-COLISAO
                       WRITE REG-PRODUTO
                       PERFORM AUDITAR-PRODUTO
                       DISPLAY 'PRODUTO INCLUIDO.'
                   END-IF
               WHEN OPCAO-ALTERAR
                       IF WRK-UNIDADE NOT = SPACES
                           MOVE WRK-UNIDADE TO PROD-UNIDADE
                       END-IF
                       IF WRK-GRUPO NOT = SPACES
                           MOVE WRK-GRUPO TO PROD-GRUPO
                       END-IF
                       PERFORM ACEITAR-REPOSICAO
                       PERFORM REVERIFICAR-PRODUTO
                           THRU REVERIFICAR-PRODUTO-EXIT
                   END-IF
                   IF PRODUTO-CADASTRADO AND NOT CCR-HOUVE-COLISAO
                       REWRITE REG-PRODUTO
                       PERFORM AUDITAR-PRODUTO
                       DISPLAY 'PRODUTO ALTERADO.'
                   END-IF
                   IF NOT PRODUTO-CADASTRADO
                       DISPLAY 'CODIGO NAO CADASTRADO.'
                   END-IF
               WHEN OTHER

       0004-FINALIZAR.
           CLOSE PRODUTO-MASTER.
           PERFORM FECHAR-AUDITORIA.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

      *----------------------------------------------------------*
      * ACEITAR-DADOS                                             *
      * ACEITA DESCRICAO, UNIDADE E GRUPO (EM BRANCO MANTEM O    *
      * VALOR ATUAL NA ALTERACAO). O GRUPO E CONVERTIDO PARA      *
      * MAIUSCULAS, COMO NO CODIGO DO PARAMETRO MARKUP-<GRUPO>.   *
      *----------------------------------------------------------*
       ACEITAR-DADOS.
           DISPLAY 'DESCRICAO DO PRODUTO'.
           ACCEPT WRK-DESCRICAO FROM CONSOLE.
           DISPLAY 'UNIDADE (EX KG, UN, LT)'.
           ACCEPT WRK-UNIDADE FROM CONSOLE.
           DISPLAY 'GRUPO DO PRODUTO (EX ALIM, LIMP - BRANCO = '
                   'MARKUP PADRAO)'.
           ACCEPT WRK-GRUPO FROM CONSOLE.
           INSPECT WRK-GRUPO CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       ACEITAR-DADOS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ACEITAR-REPOSICAO                                         *
      * ACEITA ESTOQUE MINIMO E PONTO DE PEDIDO (EM CENTESIMOS DA *
      * UNIDADE) E PRAZO DE ENTREGA DO FORNECEDOR EM DIAS. EM     *
      * BRANCO OU INVALIDO MANTEM O VALOR JA NO REGISTRO (ZERO NA *
      * INCLUSAO = PRODUTO FORA DA SUGESTAO DE COMPRA).           *
      *----------------------------------------------------------*
       ACEITAR-REPOSICAO.
           DISPLAY 'ESTOQUE MINIMO (EM CENTESIMOS, EX 1050 = 10,50)'.
           PERFORM ACEITAR-VALOR-REPOSICAO.
           IF VALOR-NUMERICO
               COMPUTE PROD-ESTOQUE-MINIMO = WRK-VALOR-NUM / 100
           END-IF.
           DISPLAY 'PONTO DE PEDIDO (EM CENTESIMOS)'.
           PERFORM ACEITAR-VALOR-REPOSICAO.
           IF VALOR-NUMERICO
               COMPUTE PROD-PONTO-PEDIDO = WRK-VALOR-NUM / 100
           END-IF.
           DISPLAY 'PRAZO DE ENTREGA DO FORNECEDOR (DIAS)'.
           PERFORM ACEITAR-VALOR-REPOSICAO.
           IF VALOR-NUMERICO
               IF WRK-VALOR-NUM > 999
                   DISPLAY 'PRAZO ACIMA DE 999 DIAS - MANTIDO O ATUAL'
               ELSE
                   MOVE WRK-VALOR-NUM TO PROD-PRAZO-ENTREGA
               END-IF
           END-IF.
           IF PROD-PONTO-PEDIDO < PROD-ESTOQUE-MINIMO
               DISPLAY 'ATENCAO: PONTO DE PEDIDO ABAIXO DO ESTOQUE '
                       'MINIMO.'
           END-IF.

       ACEITAR-REPOSICAO-EXIT.
           EXIT.

       ACEITAR-VALOR-REPOSICAO.
           MOVE ZEROS TO WRK-VALOR-NUM.
           ACCEPT WRK-VALOR-ENT FROM CONSOLE.
           IF WRK-VALOR-ENT = SPACES
               SET VALOR-EM-BRANCO TO TRUE
           ELSE
               CALL 'VALIDNUM' USING WRK-VALOR-ENT WRK-ENTRADA-VALIDA
               IF VALOR-NUMERICO
                   MOVE FUNCTION TRIM(WRK-VALOR-ENT) TO WRK-VALOR-NUM
               ELSE
                   DISPLAY 'VALOR INVALIDO - MANTIDO O ATUAL'
               END-IF
           END-IF.

       ACEITAR-VALOR-REPOSICAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * REVERIFICAR-PRODUTO                                       *
      * GUARDA O REGISTRO COMO O OPERADOR O DEIXOU, RELE O CODIGO *
      * E CONFERE COM A IMAGEM EXIBIDA. SEM MUDANCA DEVOLVE O     *
      * REGISTRO DIGITADO EM REG-PRODUTO; COM CCR-HOUVE-COLISAO   *
      * (PRODUTO ALTERADO OU INCLUIDO POR OUTRA SESSAO) NADA E    *
      * GRAVADO.                                                  *
      *----------------------------------------------------------*
       REVERIFICAR-PRODUTO.
           MOVE REG-PRODUTO TO CCR-IMAGEM-NOVA.
           MOVE WRK-CODIGO TO PROD-CODIGO.
           READ PRODUTO-MASTER
               INVALID KEY
                   MOVE SPACES TO CCR-IMAGEM-ATUAL
               NOT INVALID KEY
                   MOVE REG-PRODUTO TO CCR-IMAGEM-ATUAL
           END-READ.
           MOVE WRK-CODIGO TO CCR-WS-CHAVE.
           MOVE 'PROD-CODIGO' TO CCR-WS-CAMPO-CHAVE.
           MOVE 1 TO CCR-WS-PRIMEIRO.
           MOVE 6 TO CCR-WS-ULTIMO.
           PERFORM CONFERIR-CONCORRENCIA
               THRU CONFERIR-CONCORRENCIA-EXIT.
           IF NOT CCR-HOUVE-COLISAO
               MOVE CCR-IMAGEM-NOVA TO REG-PRODUTO
           END-IF.

       REVERIFICAR-PRODUTO-EXIT.
           EXIT.

       AUDITAR-PRODUTO.
           MOVE 'PROD-CODIGO' TO AUD-CAMPO.
           MOVE WRK-CODIGO TO AUD-VALOR.
           PERFORM GRAVAR-AUDITORIA.

       AUDITAR-PRODUTO-EXIT.
           EXIT.

           COPY 'RUNDATEP.CPY'.
           COPY 'AUDITPRC.CPY' REPLACING ==AUD-PROGRAM-ID==
               BY =='ATIVIDADE02D'==.
           COPY 'CONCORP.CPY' REPLACING ==CCR-PROGRAM-ID==
               BY =='ATIVIDADE02D'==.
