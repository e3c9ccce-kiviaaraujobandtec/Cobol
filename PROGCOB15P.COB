       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB15P.
      **********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = KIVIA(ALURA) KIVIAAL
      *OBJETIVO: RELATORIO MENSAL DE MARGEM BRUTA - LE O
      *HISTORICO DE MARGEM VENDMARG (RECEITA E CUSTO DAS
      *MERCADORIAS VENDIDAS POR DATA + VENDEDOR + PRODUTO,
      *GRAVADO PELO PROGCOB15 E PELO REPROCESSO PROGCOB15R) E
      *IMPRIME EM MARGREL, PARA O MES DA DATA DE EXECUCAO, A
      *RECEITA LIQUIDA, O CUSTO LIQUIDO, A MARGEM BRUTA E A
      *MARGEM % POR PRODUTO, POR VENDEDOR E POR REGIAO, NOS
      *MOLDES DA CONSOLIDACAO REGIONAL PROGCOB15D. LIQUIDO =
      *VENDAS MENOS DEVOLUCOES, NA RECEITA E NO CUSTO. VENDA SEM
      *PRODUTO SAI NA LINHA "SEM PRODUTO" COM CUSTO ZERO; VENDEDOR
      *SEM CADASTRO ENTRA NA REGIAO "SEM-REGIA".
      *DATA   = 19/04/22
      *HISTORICO DE ALTERACOES
      *21/04/22 KA REGIAO DO DIA PELA ATRIBUICAO EM VIGOR NA DATA
      *DO REGISTRO (HISTORICO VENDATR); SEM ATRIBUICAO VALE A
      *REGIAO ATUAL DO VENDMST.
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDA-MARGEM ASSIGN TO "VENDMARG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MARG-CHAVE
               FILE STATUS IS WRK-MARG-STATUS.

           SELECT VENDEDOR-MASTER ASSIGN TO "VENDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEND-CODIGO
               FILE STATUS IS WRK-VEND-STATUS.

           SELECT VENDEDOR-ATRIBUICAO ASSIGN TO "VENDATR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATR-CHAVE
               FILE STATUS IS ATR-WS-STATUS.

           SELECT PRODUTO-MASTER ASSIGN TO "PRODMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS WRK-PROD-STATUS.

           SELECT RELATORIO-MARGEM ASSIGN TO "MARGREL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDA-MARGEM.
           COPY 'VENDMARG.CPY'.

       FD  VENDEDOR-MASTER.
           COPY 'VENDMST.CPY'.

       FD  VENDEDOR-ATRIBUICAO.
           COPY 'VENDATR.CPY'.

       FD  PRODUTO-MASTER.
           COPY 'PRODMST.CPY'.

       FD  RELATORIO-MARGEM.
       01  LINHA-RELATORIO     PIC X(80).

       WORKING-STORAGE SECTION.
           COPY 'VENDATRW.CPY'.
       77  WRK-MARG-STATUS       PIC X(02) VALUE ZEROS.
           88 MARG-OK VALUE '00'.
           88 MARG-FIM VALUE '10'.
           88 MARG-NAO-ENCONTRADO VALUE '23' '35'.
       77  WRK-VEND-STATUS       PIC X(02) VALUE ZEROS.
           88 VEND-MST-OK VALUE '00'.
           88 VEND-MST-NAO-ENCONTRADO VALUE '23' '35'.
       77  WRK-PROD-STATUS       PIC X(02) VALUE ZEROS.
           88 PROD-MST-OK VALUE '00'.
           88 PROD-MST-NAO-ENCONTRADO VALUE '23' '35'.
       77  WRK-REL-STATUS        PIC X(02) VALUE ZEROS.

       77  WRK-ANOMES-REF        PIC 9(06) VALUE ZEROS.
       77  WRK-ANOMES-REG        PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-LIDOS         PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-DO-MES        PIC 9(07) VALUE ZEROS.

      *RECEITA E CUSTO LIQUIDOS DO REGISTRO CORRENTE
       77  WRK-RECEITA-LIQ       PIC S9(09)V99 VALUE ZEROS.
       77  WRK-CUSTO-LIQ         PIC S9(09)V99 VALUE ZEROS.

      *TABELA UNICA DE ACUMULACAO - TIPO P = PRODUTO,
      *V = VENDEDOR, R = REGIAO; CHAVE E NOME DE EXIBICAO
       77  WRK-TIPO              PIC X(01) VALUE SPACES.
           88 TIPO-PRODUTO  VALUE 'P'.
           88 TIPO-VENDEDOR VALUE 'V'.
           88 TIPO-REGIAO   VALUE 'R'.
       77  WRK-CHAVE             PIC X(10) VALUE SPACES.
       77  WRK-NOME              PIC X(20) VALUE SPACES.
       77  WRK-VENDEDOR-ED       PIC 9(04) VALUE ZEROS.
       77  WRK-REGIAO            PIC X(10) VALUE SPACES.
       77  WRK-ACHOU-LINHA       PIC X(01) VALUE 'N'.
           88 LINHA-NA-TABELA VALUE 'S'.
       77  WRK-QTD-LINHAS        PIC 9(03) VALUE ZEROS.
       77  WRK-IND-LINHA         PIC 9(03) VALUE ZEROS.
       77  WRK-IND-ACHADO        PIC 9(03) VALUE ZEROS.
       01  TAB-MARGEM.
           05 TAB-MARG-LINHA OCCURS 300 TIMES
                           DEPENDING ON WRK-QTD-LINHAS.
               10 TAB-MARG-TIPO      PIC X(01).
               10 TAB-MARG-CHAVE     PIC X(10).
               10 TAB-MARG-NOME      PIC X(20).
               10 TAB-MARG-RECEITA   PIC S9(09)V99.
               10 TAB-MARG-CUSTO     PIC S9(09)V99.

       77  WRK-TOT-RECEITA       PIC S9(09)V99 VALUE ZEROS.
       77  WRK-TOT-CUSTO         PIC S9(09)V99 VALUE ZEROS.
       77  WRK-MARGEM            PIC S9(09)V99 VALUE ZEROS.
       77  WRK-MARGEM-PCT        PIC S9(03)V99 VALUE ZEROS.
       77  WRK-PCT-ED            PIC -ZZ9,99 VALUE ZEROS.
           COPY 'MONEYS.CPY' REPLACING ==MONEY-FIELD-NAME==
               BY ==WRK-VALOR-ED==.
           COPY 'MONEYS.CPY' REPLACING ==MONEY-FIELD-NAME==
               BY ==WRK-VALOR2-ED==.
           COPY 'MONEYS.CPY' REPLACING ==MONEY-FIELD-NAME==
               BY ==WRK-VALOR3-ED==.
           COPY 'RUNDATE.CPY'.
           COPY 'RPTHDR.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0002-INICIALIZAR.
           PERFORM 0003-PROCESSAR UNTIL MARG-FIM.
           PERFORM 0004-IMPRIMIR.
           PERFORM 0005-FINALIZAR.

           STOP RUN.

       0002-INICIALIZAR.

           PERFORM OBTER-DATA-EXECUCAO.
           COMPUTE WRK-ANOMES-REF = RUNDATE-HOJE / 100.

           OPEN INPUT VENDEDOR-MASTER.
           IF VEND-MST-NAO-ENCONTRADO
               DISPLAY 'CADASTRO DE VENDEDORES (VENDMST) NAO '
                       'ENCONTRADO - TUDO VAI PARA SEM-REGIA.'
           END-IF.
           PERFORM ABRIR-ATRIBUICAO.

           OPEN INPUT PRODUTO-MASTER.
           IF PROD-MST-NAO-ENCONTRADO
               DISPLAY 'CADASTRO DE PRODUTOS (PRODMST) NAO '
                       'ENCONTRADO - PRODUTOS SAEM PELO CODIGO.'
           END-IF.

           OPEN INPUT VENDA-MARGEM.
           IF MARG-NAO-ENCONTRADO
               DISPLAY 'HISTORICO DE MARGEM (VENDMARG) NAO '
                       'ENCONTRADO.'
               SET MARG-FIM TO TRUE
           ELSE
               READ VENDA-MARGEM NEXT RECORD
                   AT END
                       SET MARG-FIM TO TRUE
               END-READ
           END-IF.

       0003-PROCESSAR.

           ADD 1 TO WRK-QTD-LIDOS.
           COMPUTE WRK-ANOMES-REG = MARG-DATA / 100.

           IF WRK-ANOMES-REG = WRK-ANOMES-REF
               ADD 1 TO WRK-QTD-DO-MES
               COMPUTE WRK-RECEITA-LIQ =
                   MARG-RECEITA - MARG-DEVOLUCOES
               COMPUTE WRK-CUSTO-LIQ =
                   MARG-CUSTO - MARG-CUSTO-DEV
               ADD WRK-RECEITA-LIQ TO WRK-TOT-RECEITA
               ADD WRK-CUSTO-LIQ TO WRK-TOT-CUSTO
               PERFORM OBTER-NOME-PRODUTO
               PERFORM ACUMULAR-LINHA THRU ACUMULAR-LINHA-EXIT
               PERFORM OBTER-VENDEDOR
               PERFORM ACUMULAR-LINHA THRU ACUMULAR-LINHA-EXIT
               SET TIPO-REGIAO TO TRUE
               MOVE WRK-REGIAO TO WRK-CHAVE
               MOVE WRK-REGIAO TO WRK-NOME
               PERFORM ACUMULAR-LINHA THRU ACUMULAR-LINHA-EXIT
           END-IF.

           READ VENDA-MARGEM NEXT RECORD
               AT END
                   SET MARG-FIM TO TRUE
           END-READ.

       0004-IMPRIMIR.

           OPEN OUTPUT RELATORIO-MARGEM.

           MOVE 'MARGEM BRUTA DO MES POR PRODUTO' TO RPT-HDR-TITULO.
           SET TIPO-PRODUTO TO TRUE.
           PERFORM IMPRIMIR-SECAO.

           MOVE 'MARGEM BRUTA DO MES POR VENDEDOR' TO RPT-HDR-TITULO.
           SET TIPO-VENDEDOR TO TRUE.
           PERFORM IMPRIMIR-SECAO.

           MOVE 'MARGEM BRUTA DO MES POR REGIAO' TO RPT-HDR-TITULO.
           SET TIPO-REGIAO TO TRUE.
           PERFORM IMPRIMIR-SECAO.

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE 'TOTAIS DA LOJA NO MES' TO WRK-NOME.
           MOVE WRK-TOT-RECEITA TO WRK-RECEITA-LIQ.
           MOVE WRK-TOT-CUSTO TO WRK-CUSTO-LIQ.
           PERFORM MONTAR-LINHA-MARGEM.
           WRITE LINHA-RELATORIO.

           CLOSE RELATORIO-MARGEM.

       0005-FINALIZAR.

           IF WRK-MARG-STATUS NOT = '35'
               CLOSE VENDA-MARGEM
           END-IF.
           IF NOT VEND-MST-NAO-ENCONTRADO
               CLOSE VENDEDOR-MASTER
           END-IF.
           PERFORM FECHAR-ATRIBUICAO.
           IF NOT PROD-MST-NAO-ENCONTRADO
               CLOSE PRODUTO-MASTER
           END-IF.
           DISPLAY 'PROGCOB15P' '   DATA: ' RUNDATE-HOJE-ED.
           DISPLAY 'REGISTROS DE MARGEM LIDOS: ' WRK-QTD-LIDOS.
           DISPLAY 'REGISTROS DO MES.........: ' WRK-QTD-DO-MES.
           DISPLAY 'RELATORIO GRAVADO EM MARGREL.'.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

      *----------------------------------------------------------*
      * OBTER-NOME-PRODUTO                                        *
      * MONTA A LINHA DE PRODUTO DO REGISTRO CORRENTE COM A       *
      * DESCRICAO DO CADASTRO PRODMST (SEM CADASTRO, O CODIGO).   *
      *----------------------------------------------------------*
       OBTER-NOME-PRODUTO.

           SET TIPO-PRODUTO TO TRUE.
           MOVE MARG-PRODUTO TO WRK-CHAVE.
           IF MARG-PRODUTO = SPACES
               MOVE 'SEM PRODUTO' TO WRK-NOME
               GO TO OBTER-NOME-PRODUTO-EXIT
           END-IF.
           MOVE MARG-PRODUTO TO WRK-NOME.
           IF NOT PROD-MST-NAO-ENCONTRADO
               MOVE MARG-PRODUTO TO PROD-CODIGO
               READ PRODUTO-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PROD-DESCRICAO TO WRK-NOME
               END-READ
           END-IF.

       OBTER-NOME-PRODUTO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * OBTER-VENDEDOR                                            *
      * MONTA A LINHA DE VENDEDOR COM O NOME DO CADASTRO VENDMST  *
      * E GUARDA A REGIAO DA ATRIBUICAO EM VIGOR NA DATA DO       *
      * REGISTRO; SEM ATRIBUICAO VALE A REGIAO DO CADASTRO E,     *
      * SEM CADASTRO, "SEM-REGIA".                                *
      *----------------------------------------------------------*
       OBTER-VENDEDOR.

           SET TIPO-VENDEDOR TO TRUE.
           MOVE MARG-VENDEDOR TO WRK-VENDEDOR-ED.
           MOVE WRK-VENDEDOR-ED TO WRK-CHAVE.
           MOVE SPACES TO WRK-NOME.
           STRING 'VENDEDOR ' DELIMITED BY SIZE
                  WRK-VENDEDOR-ED DELIMITED BY SIZE
                  INTO WRK-NOME.
           MOVE 'SEM-REGIA' TO WRK-REGIAO.
           IF NOT VEND-MST-NAO-ENCONTRADO
               MOVE MARG-VENDEDOR TO VEND-CODIGO
               READ VENDEDOR-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE VEND-NOME TO WRK-NOME
                       IF VEND-REGIAO NOT = SPACES
                           MOVE VEND-REGIAO TO WRK-REGIAO
                       END-IF
               END-READ
           END-IF.
           MOVE MARG-VENDEDOR TO ATR-WS-VENDEDOR.
           MOVE MARG-DATA TO ATR-WS-DATA.
           PERFORM BUSCAR-ATRIBUICAO THRU BUSCAR-ATRIBUICAO-EXIT.
           IF ATR-ACHADA AND ATR-WS-REGIAO NOT = SPACES
               MOVE ATR-WS-REGIAO TO WRK-REGIAO
           END-IF.

       OBTER-VENDEDOR-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ACUMULAR-LINHA                                            *
      * SOMA A RECEITA E O CUSTO LIQUIDOS DO REGISTRO NA LINHA    *
      * TIPO + CHAVE DA TABELA, CRIANDO A LINHA SE PRECISO.       *
      *----------------------------------------------------------*
       ACUMULAR-LINHA.

           MOVE 'N' TO WRK-ACHOU-LINHA.
           PERFORM PROCURAR-LINHA
               VARYING WRK-IND-LINHA FROM 1 BY 1
               UNTIL WRK-IND-LINHA > WRK-QTD-LINHAS
                   OR LINHA-NA-TABELA.

           IF LINHA-NA-TABELA
               MOVE WRK-IND-ACHADO TO WRK-IND-LINHA
           ELSE
               IF WRK-QTD-LINHAS < 300
                   ADD 1 TO WRK-QTD-LINHAS
                   MOVE WRK-QTD-LINHAS TO WRK-IND-LINHA
                   MOVE WRK-TIPO TO TAB-MARG-TIPO(WRK-IND-LINHA)
                   MOVE WRK-CHAVE TO TAB-MARG-CHAVE(WRK-IND-LINHA)
                   MOVE WRK-NOME TO TAB-MARG-NOME(WRK-IND-LINHA)
                   MOVE ZEROS TO TAB-MARG-RECEITA(WRK-IND-LINHA)
                   MOVE ZEROS TO TAB-MARG-CUSTO(WRK-IND-LINHA)
               ELSE
                   DISPLAY 'TABELA DE MARGEM CHEIA - LINHA '
                           WRK-TIPO ' ' WRK-CHAVE ' IGNORADA'
                   GO TO ACUMULAR-LINHA-EXIT
               END-IF
           END-IF.

           ADD WRK-RECEITA-LIQ TO TAB-MARG-RECEITA(WRK-IND-LINHA).
           ADD WRK-CUSTO-LIQ TO TAB-MARG-CUSTO(WRK-IND-LINHA).

       ACUMULAR-LINHA-EXIT.
           EXIT.

       PROCURAR-LINHA.
           IF TAB-MARG-TIPO(WRK-IND-LINHA) = WRK-TIPO
               AND TAB-MARG-CHAVE(WRK-IND-LINHA) = WRK-CHAVE
               MOVE 'S' TO WRK-ACHOU-LINHA
               MOVE WRK-IND-LINHA TO WRK-IND-ACHADO
           END-IF.

       PROCURAR-LINHA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * IMPRIMIR-SECAO                                            *
      * CABECALHO DA SECAO (TITULO JA EM RPT-HDR-TITULO), TITULOS *
      * DAS COLUNAS E AS LINHAS DA TABELA DO TIPO CORRENTE.       *
      *----------------------------------------------------------*
       IMPRIMIR-SECAO.

           PERFORM MONTAR-CABECALHO-RELATORIO.
           MOVE RPT-HDR-LINHA TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING 'DESCRICAO           ' DELIMITED BY SIZE
                  '  RECEITA LIQUIDA ' DELIMITED BY SIZE
                  '   CUSTO LIQUIDO ' DELIMITED BY SIZE
                  '   MARGEM BRUTA ' DELIMITED BY SIZE
                  ' MARGEM%' DELIMITED BY SIZE
                  INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           PERFORM IMPRIMIR-LINHA
               VARYING WRK-IND-LINHA FROM 1 BY 1
               UNTIL WRK-IND-LINHA > WRK-QTD-LINHAS.

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       IMPRIMIR-SECAO-EXIT.
           EXIT.

       IMPRIMIR-LINHA.
           IF TAB-MARG-TIPO(WRK-IND-LINHA) = WRK-TIPO
               MOVE TAB-MARG-NOME(WRK-IND-LINHA) TO WRK-NOME
               MOVE TAB-MARG-RECEITA(WRK-IND-LINHA)
                   TO WRK-RECEITA-LIQ
               MOVE TAB-MARG-CUSTO(WRK-IND-LINHA) TO WRK-CUSTO-LIQ
               PERFORM MONTAR-LINHA-MARGEM
               WRITE LINHA-RELATORIO
           END-IF.

       IMPRIMIR-LINHA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * MONTAR-LINHA-MARGEM                                       *
      * MARGEM = RECEITA LIQUIDA - CUSTO LIQUIDO; MARGEM % SOBRE  *
      * A RECEITA LIQUIDA (ZERO QUANDO NAO HA RECEITA).           *
      *----------------------------------------------------------*
       MONTAR-LINHA-MARGEM.

           COMPUTE WRK-MARGEM = WRK-RECEITA-LIQ - WRK-CUSTO-LIQ.
           MOVE ZEROS TO WRK-MARGEM-PCT.
           IF WRK-RECEITA-LIQ NOT = ZEROS
               COMPUTE WRK-MARGEM-PCT ROUNDED =
                   WRK-MARGEM * 100 / WRK-RECEITA-LIQ
                   ON SIZE ERROR
                       MOVE ZEROS TO WRK-MARGEM-PCT
               END-COMPUTE
           END-IF.
           MOVE WRK-RECEITA-LIQ TO WRK-VALOR-ED.
           MOVE WRK-CUSTO-LIQ TO WRK-VALOR2-ED.
           MOVE WRK-MARGEM TO WRK-VALOR3-ED.
           MOVE WRK-MARGEM-PCT TO WRK-PCT-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING WRK-NOME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-VALOR2-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-VALOR3-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-PCT-ED DELIMITED BY SIZE
                  INTO LINHA-RELATORIO.

       MONTAR-LINHA-MARGEM-EXIT.
           EXIT.

           COPY 'RUNDATEP.CPY'.
           COPY 'RPTHDRP.CPY'.
           COPY 'VENDATRP.CPY'.
