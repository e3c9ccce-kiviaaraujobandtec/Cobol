       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTREPOS.
      **********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = KIVIA(ALURA) KIVIAAL
      *OBJETIVO: REPOSICAO DE ESTOQUE - PARA CADA PRODUTO DO
      *PRODMST COM ESTOQUE MINIMO OU PONTO DE PEDIDO INFORMADO
      *(ATIVIDADE02D), COMPARA O SALDO DO ESTOQUE-MASTER MAIS O
      *SALDO DOS PEDIDOS DE COMPRA AINDA A RECEBER (PEDCOMP) COM
      *O PONTO DE PEDIDO, E O SALDO EM MAOS COM O ESTOQUE MINIMO.
      *PRODUTO ABAIXO DE UM DELES SAI NO RELATORIO REPOSREL COM:
      *- CONSUMO MEDIO DIARIO, PELAS SAIDAS ('S') DO LOG ESTLOG
      *  NOS ULTIMOS DIAS-CONSUMO DIAS (PARAMETRO, PADRAO 90);
      *- QUANTIDADE SUGERIDA PARA COBRIR O PRAZO DE ENTREGA DO
      *  FORNECEDOR (PROD-PRAZO-ENTREGA OU, ZERADO, O PARAMETRO
      *  PRAZO-REPOSICAO, PADRAO 7 DIAS) MAIS O ESTOQUE MINIMO
      *  DE SEGURANCA, NUNCA ABAIXO DO PONTO DE PEDIDO;
      *- MELHOR FORNECEDOR ATUAL - MENOR COTACAO VIGENTE DO
      *  PRECHIST ENTRE OS FORNECEDORES ATIVOS DO FORNMST (MESMA
      *  REGRA DO COMPARATIVO ATIVIDADE02F).
      *PRODUTO COM SALDO E SEM NENHUM MOVIMENTO NO ESTLOG HA
      *MESES-PARADO MESES (PARAMETRO, PADRAO 6, MESES DE 30 DIAS)
      *SAI NA LISTA DE ESTOQUE PARADO ESTPARAD, EM SEPARADO.
      *TOTAL DE PRODUTOS A REPOR EM RUN-STATS.
      *DATA   = 30/04/22
      *HISTORICO DE ALTERACOES
      *01/05/22 KA AJUSTE DE INVENTARIO (TIPO A DO ESTLOG) NAO
      *CONTA COMO MOVIMENTO PARA O ESTOQUE PARADO
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUTO-MASTER ASSIGN TO "PRODMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS WRK-PROD-STATUS.

           SELECT ESTOQUE-MASTER ASSIGN TO "ESTOQUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-PRODUTO
               FILE STATUS IS WRK-EST-STATUS.

           SELECT ESTOQUE-LOG ASSIGN TO "ESTLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-ELOG-STATUS.

           SELECT PEDIDO-COMPRA ASSIGN TO "PEDCOMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-CHAVE
               FILE STATUS IS WRK-PED-STATUS.

           SELECT PRECO-HISTORICO ASSIGN TO "PRECHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-HIST-STATUS.

           SELECT FORNECEDOR-MASTER ASSIGN TO "FORNMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FORN-CODIGO
               FILE STATUS IS WRK-FORN-STATUS.

           SELECT RELATORIO-REPOSICAO ASSIGN TO "REPOSREL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.

           SELECT RELATORIO-PARADOS ASSIGN TO "ESTPARAD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-PAR-STATUS.

           SELECT PARAMETROS ASSIGN TO "PARAMETR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARM-CHAVE
               FILE STATUS IS PARM-WS-STATUS.

           SELECT RUN-STATS ASSIGN TO "RUNSTATS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATS-WS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUTO-MASTER.
           COPY 'PRODMST.CPY'.

       FD  ESTOQUE-MASTER.
           COPY 'ESTOQUE.CPY'.

       FD  ESTOQUE-LOG.
           COPY 'ESTLOG.CPY'.

       FD  PEDIDO-COMPRA.
           COPY 'PEDCOMP.CPY'.

       FD  PRECO-HISTORICO.
           COPY 'PRECHIST.CPY'.

       FD  FORNECEDOR-MASTER.
           COPY 'FORNMST.CPY'.

       FD  RELATORIO-REPOSICAO.
       01  LINHA-REPOSICAO     PIC X(80).

       FD  RELATORIO-PARADOS.
       01  LINHA-PARADO        PIC X(80).

       FD  PARAMETROS.
           COPY 'PARAMETROS.CPY'.

       FD  RUN-STATS.
           COPY 'RUNSTATS.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'RUNSTATSW.CPY'.
           COPY 'PARAMETROSW.CPY'.
           COPY 'RPTHDR.CPY'.
       77 WRK-PROD-STATUS PIC X(02) VALUE ZEROS.
           88 PROD-OK VALUE '00'.
           88 PROD-FIM VALUE '10'.
           88 PROD-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-EST-STATUS PIC X(02) VALUE ZEROS.
           88 EST-OK VALUE '00'.
           88 EST-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-ELOG-STATUS PIC X(02) VALUE ZEROS.
           88 ELOG-OK VALUE '00'.
           88 ELOG-FIM VALUE '10'.
           88 ELOG-NAO-ENCONTRADO VALUE '35'.
       77 WRK-PED-STATUS PIC X(02) VALUE ZEROS.
           88 PED-OK VALUE '00'.
           88 PED-FIM VALUE '10'.
           88 PED-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-HIST-STATUS PIC X(02) VALUE ZEROS.
           88 HIST-OK VALUE '00'.
           88 HIST-FIM VALUE '10'.
           88 HIST-NAO-ENCONTRADO VALUE '35'.
       77 WRK-FORN-STATUS PIC X(02) VALUE ZEROS.
           88 FORN-MST-OK VALUE '00'.
           88 FORN-MST-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-REL-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-PAR-STATUS PIC X(02) VALUE ZEROS.

      *ARQUIVOS CONSULTADOS QUE CONSEGUIRAM SER ABERTOS
       77 WRK-PROD-ABERTO PIC X(01) VALUE 'N'.
           88 PRODMST-ABERTO VALUE 'S'.
       77 WRK-EST-ABERTO PIC X(01) VALUE 'N'.
           88 ESTOQUE-ABERTO VALUE 'S'.
       77 WRK-FORN-ABERTO PIC X(01) VALUE 'N'.
           88 FORNMST-ABERTO VALUE 'S'.

      *PARAMETROS DA REPOSICAO
       77 WRK-DIAS-CONSUMO PIC 9(03) VALUE 90.
       77 WRK-PRAZO-PADRAO PIC 9(03) VALUE 7.
       77 WRK-MESES-PARADO PIC 9(03) VALUE 6.
       77 WRK-DATA-BASE PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-INICIO-CONSUMO PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-CORTE-PARADO PIC 9(08) VALUE ZEROS.

      *MOVIMENTO POR PRODUTO (ESTLOG E PEDIDOS A RECEBER)
       77 WRK-QTD-PRODUTOS PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-FORA-TABELA PIC 9(05) VALUE ZEROS.
       77 WRK-IND PIC 9(04) VALUE ZEROS.
       77 WRK-IND-ACHADO PIC 9(04) VALUE ZEROS.
       77 WRK-ACHOU PIC X(01) VALUE 'N'.
           88 PRODUTO-NA-TABELA VALUE 'S'.
       77 WRK-PRODUTO-BUSCA PIC X(10) VALUE SPACES.
       01 TAB-PRODUTOS.
           05 TAB-PRD-LINHA OCCURS 500 TIMES.
               10 TAB-PRD-CODIGO    PIC X(10).
               10 TAB-PRD-CONSUMO   PIC 9(09)V99.
               10 TAB-PRD-ABERTO    PIC 9(09)V99.
               10 TAB-PRD-ULT-MOV   PIC 9(08).

      *COTACAO VIGENTE POR PAR PRODUTO + FORNECEDOR
       77 WRK-QTD-COTACOES PIC 9(04) VALUE ZEROS.
       77 WRK-ACHOU-COT PIC X(01) VALUE 'N'.
           88 COTACAO-NA-TABELA VALUE 'S'.
       01 TAB-COTACOES.
           05 TAB-COT-LINHA OCCURS 500 TIMES.
               10 TAB-COT-PRODUTO   PIC X(10).
               10 TAB-COT-FORN      PIC X(06).
               10 TAB-COT-PRECO     PIC 9(06)V99.

      *CALCULO DO PRODUTO DA VEZ
       77 WRK-SALDO PIC S9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-ESTOQUE PIC S9(09)V99 VALUE ZEROS.
       77 WRK-ABERTO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-CONSUMO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-ULT-MOV PIC 9(08) VALUE ZEROS.
       77 WRK-POSICAO PIC S9(09)V99 VALUE ZEROS.
       77 WRK-CONSUMO-DIARIO PIC 9(07)V9999 VALUE ZEROS.
       77 WRK-PRAZO PIC 9(03) VALUE ZEROS.
       77 WRK-ALVO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-SUGERIDO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-ABAIXO-MINIMO PIC X(01) VALUE 'N'.
           88 SALDO-ABAIXO-MINIMO VALUE 'S'.
       77 WRK-MELHOR-FORN PIC X(06) VALUE SPACES.
       77 WRK-MELHOR-NOME PIC X(30) VALUE SPACES.
       77 WRK-MELHOR-PRECO PIC 9(06)V99 VALUE ZEROS.
       77 WRK-FORN-VALIDO PIC X(01) VALUE 'N'.
           88 FORNECEDOR-VALIDO VALUE 'S'.

      *CONTADORES
       77 WRK-QTD-LIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-AVALIADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-SUGESTOES PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-ABAIXO-MINIMO PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-PARADOS PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-PARADO PIC S9(11)V99 VALUE ZEROS.

       77 WRK-SALDO-ED PIC -Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-ABERTO-ED PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-PONTO-ED PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-MINIMO-ED PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-CONSUMO-ED PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-SUGERIDO-ED PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-PRECO-ED PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-PRAZO-ED PIC ZZ9 VALUE ZEROS.
       77 WRK-DATA-ED PIC 9(04)/99/99 VALUE ZEROS.
       77 WRK-TOTAL-ED PIC -ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           COPY 'RUNDATE.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0002-INICIALIZAR.
           PERFORM 0003-PROCESSAR UNTIL PROD-FIM.
           PERFORM 0004-FINALIZAR.

           STOP RUN.

       0002-INICIALIZAR.

           PERFORM OBTER-DATA-EXECUCAO.
           MOVE 'DIAS-CONSUMO' TO PARM-CODIGO.
           PERFORM LER-PARAMETRO.
           IF PARM-VALOR > ZEROS
               MOVE PARM-VALOR TO WRK-DIAS-CONSUMO
           END-IF.
           MOVE 'PRAZO-REPOSICAO' TO PARM-CODIGO.
           PERFORM LER-PARAMETRO.
           IF PARM-VALOR > ZEROS
               MOVE PARM-VALOR TO WRK-PRAZO-PADRAO
           END-IF.
           MOVE 'MESES-PARADO' TO PARM-CODIGO.
           PERFORM LER-PARAMETRO.
           IF PARM-VALOR > ZEROS
               MOVE PARM-VALOR TO WRK-MESES-PARADO
           END-IF.

           MOVE RUNDATE-HOJE TO WRK-DATA-BASE.
           COMPUTE WRK-DATA-INICIO-CONSUMO = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WRK-DATA-BASE)
                - WRK-DIAS-CONSUMO + 1).
           COMPUTE WRK-DATA-CORTE-PARADO = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WRK-DATA-BASE)
                - WRK-MESES-PARADO * 30).

           PERFORM CARREGAR-MOVIMENTOS THRU CARREGAR-MOVIMENTOS-EXIT.
           PERFORM CARREGAR-PEDIDOS THRU CARREGAR-PEDIDOS-EXIT.
           PERFORM CARREGAR-COTACOES THRU CARREGAR-COTACOES-EXIT.

           OPEN INPUT FORNECEDOR-MASTER.
           IF FORN-MST-NAO-ENCONTRADO
               DISPLAY 'CADASTRO DE FORNECEDORES (FORNMST) NAO '
                       'ENCONTRADO - FORNECEDOR SEM CONFERENCIA.'
           ELSE
               MOVE 'S' TO WRK-FORN-ABERTO
           END-IF.
           OPEN INPUT ESTOQUE-MASTER.
           IF EST-NAO-ENCONTRADO
               DISPLAY 'ESTOQUE-MASTER (ESTOQUE) NAO ENCONTRADO - '
                       'SALDOS ZERADOS.'
           ELSE
               MOVE 'S' TO WRK-EST-ABERTO
           END-IF.

           OPEN OUTPUT RELATORIO-REPOSICAO.
           MOVE 'SUGESTAO DE COMPRA - REPOSICAO' TO RPT-HDR-TITULO.
           PERFORM MONTAR-CABECALHO-RELATORIO.
           MOVE RPT-HDR-LINHA TO LINHA-REPOSICAO.
           WRITE LINHA-REPOSICAO.
           MOVE WRK-PRAZO-PADRAO TO WRK-PRAZO-ED.
           MOVE SPACES TO LINHA-REPOSICAO.
           STRING 'CONSUMO DOS ULTIMOS ' DELIMITED BY SIZE
                  WRK-DIAS-CONSUMO DELIMITED BY SIZE
                  ' DIAS - PRAZO PADRAO ' DELIMITED BY SIZE
                  WRK-PRAZO-ED DELIMITED BY SIZE
                  ' DIAS' DELIMITED BY SIZE
                  INTO LINHA-REPOSICAO.
           WRITE LINHA-REPOSICAO.
           MOVE SPACES TO LINHA-REPOSICAO.
           WRITE LINHA-REPOSICAO.

           OPEN OUTPUT RELATORIO-PARADOS.
           MOVE 'ESTOQUE PARADO - SEM MOVIMENTO' TO RPT-HDR-TITULO.
           PERFORM MONTAR-CABECALHO-RELATORIO.
           MOVE RPT-HDR-LINHA TO LINHA-PARADO.
           WRITE LINHA-PARADO.
           MOVE WRK-DATA-CORTE-PARADO TO WRK-DATA-ED.
           MOVE SPACES TO LINHA-PARADO.
           STRING 'SALDO EM MAOS E NENHUM MOVIMENTO DESDE '
                      DELIMITED BY SIZE
                  WRK-DATA-ED DELIMITED BY SIZE
                  ' (' DELIMITED BY SIZE
                  WRK-MESES-PARADO DELIMITED BY SIZE
                  ' MESES)' DELIMITED BY SIZE
                  INTO LINHA-PARADO.
           WRITE LINHA-PARADO.
           MOVE SPACES TO LINHA-PARADO.
           WRITE LINHA-PARADO.

           OPEN INPUT PRODUTO-MASTER.
           IF PROD-NAO-ENCONTRADO
               DISPLAY 'CADASTRO DE PRODUTOS (PRODMST) NAO '
                       'ENCONTRADO.'
               SET PROD-FIM TO TRUE
           ELSE
               MOVE 'S' TO WRK-PROD-ABERTO
               READ PRODUTO-MASTER NEXT RECORD
                   AT END
                       SET PROD-FIM TO TRUE
               END-READ
           END-IF.

       0003-PROCESSAR.

           ADD 1 TO WRK-QTD-LIDOS.
           PERFORM AVALIAR-PRODUTO THRU AVALIAR-PRODUTO-EXIT.
           READ PRODUTO-MASTER NEXT RECORD
               AT END
                   SET PROD-FIM TO TRUE
           END-READ.

       0004-FINALIZAR.

           IF PRODMST-ABERTO
               CLOSE PRODUTO-MASTER
           END-IF.
           IF ESTOQUE-ABERTO
               CLOSE ESTOQUE-MASTER
           END-IF.
           IF FORNMST-ABERTO
               CLOSE FORNECEDOR-MASTER
           END-IF.
           PERFORM FECHAR-PARAMETROS.

           MOVE SPACES TO LINHA-REPOSICAO.
           WRITE LINHA-REPOSICAO.
           MOVE SPACES TO LINHA-REPOSICAO.
           STRING 'PRODUTOS LIDOS: ' DELIMITED BY SIZE
                  WRK-QTD-LIDOS DELIMITED BY SIZE
                  '  COM REPOSICAO: ' DELIMITED BY SIZE
                  WRK-QTD-AVALIADOS DELIMITED BY SIZE
                  '  A COMPRAR: ' DELIMITED BY SIZE
                  WRK-QTD-SUGESTOES DELIMITED BY SIZE
                  '  ABAIXO MIN: ' DELIMITED BY SIZE
                  WRK-QTD-ABAIXO-MINIMO DELIMITED BY SIZE
                  INTO LINHA-REPOSICAO.
           WRITE LINHA-REPOSICAO.
           CLOSE RELATORIO-REPOSICAO.

           MOVE WRK-TOTAL-PARADO TO WRK-TOTAL-ED.
           MOVE SPACES TO LINHA-PARADO.
           WRITE LINHA-PARADO.
           MOVE SPACES TO LINHA-PARADO.
           STRING 'PRODUTOS PARADOS: ' DELIMITED BY SIZE
                  WRK-QTD-PARADOS DELIMITED BY SIZE
                  '  VALOR EM ESTOQUE: ' DELIMITED BY SIZE
                  WRK-TOTAL-ED DELIMITED BY SIZE
                  INTO LINHA-PARADO.
           WRITE LINHA-PARADO.
           CLOSE RELATORIO-PARADOS.

           DISPLAY 'ESTREPOS' '   DATA: ' RUNDATE-HOJE-ED.
           DISPLAY 'PRODUTOS LIDOS.......: ' WRK-QTD-LIDOS.
           DISPLAY 'COM REPOSICAO........: ' WRK-QTD-AVALIADOS.
           DISPLAY 'A COMPRAR............: ' WRK-QTD-SUGESTOES.
           DISPLAY 'ABAIXO DO MINIMO.....: ' WRK-QTD-ABAIXO-MINIMO.
           DISPLAY 'ESTOQUE PARADO.......: ' WRK-QTD-PARADOS.
           IF WRK-QTD-FORA-TABELA > ZEROS
               DISPLAY 'ATENCAO: TABELA DE PRODUTOS CHEIA - '
                       WRK-QTD-FORA-TABELA
                       ' MOVIMENTOS/PEDIDOS FORA DO CALCULO.'
           END-IF.
           DISPLAY 'RELATORIOS GRAVADOS EM REPOSREL E ESTPARAD.'.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

           MOVE WRK-QTD-SUGESTOES TO STATS-REGISTROS.
           PERFORM GRAVAR-RUNSTATS.

      *----------------------------------------------------------*
      * CARREGAR-MOVIMENTOS                                       *
      * PERCORRE O LOG ESTLOG GUARDANDO, POR PRODUTO, A DATA DO   *
      * ULTIMO MOVIMENTO (ENTRADA OU SAIDA) E A SOMA DAS SAIDAS   *
      * DENTRO DA JANELA DE CONSUMO.                              *
      *----------------------------------------------------------*
       CARREGAR-MOVIMENTOS.
           OPEN INPUT ESTOQUE-LOG.
           IF ELOG-NAO-ENCONTRADO
               DISPLAY 'LOG DE ESTOQUE (ESTLOG) NAO ENCONTRADO - '
                       'CONSUMO ZERADO.'
               GO TO CARREGAR-MOVIMENTOS-EXIT
           END-IF.
           READ ESTOQUE-LOG
               AT END
                   SET ELOG-FIM TO TRUE
           END-READ.
           PERFORM ACUMULAR-MOVIMENTO UNTIL ELOG-FIM.
           CLOSE ESTOQUE-LOG.

       CARREGAR-MOVIMENTOS-EXIT.
           EXIT.

       ACUMULAR-MOVIMENTO.
           MOVE ELOG-PRODUTO TO WRK-PRODUTO-BUSCA.
           PERFORM LOCALIZAR-PRODUTO THRU LOCALIZAR-PRODUTO-EXIT.
           IF WRK-IND-ACHADO = ZEROS
               PERFORM INCLUIR-PRODUTO THRU INCLUIR-PRODUTO-EXIT
           END-IF.
           IF WRK-IND-ACHADO > ZEROS
               IF ELOG-DATA > TAB-PRD-ULT-MOV(WRK-IND-ACHADO)
                   AND NOT ELOG-AJUSTE
                   MOVE ELOG-DATA TO TAB-PRD-ULT-MOV(WRK-IND-ACHADO)
               END-IF
               IF ELOG-SAIDA
                   AND ELOG-DATA NOT < WRK-DATA-INICIO-CONSUMO
                   ADD ELOG-QUANTIDADE
                       TO TAB-PRD-CONSUMO(WRK-IND-ACHADO)
               END-IF
           END-IF.
           READ ESTOQUE-LOG
               AT END
                   SET ELOG-FIM TO TRUE
           END-READ.

       ACUMULAR-MOVIMENTO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * CARREGAR-PEDIDOS                                          *
      * SOMA POR PRODUTO O SALDO AINDA A RECEBER (PEDIDA MENOS    *
      * RECEBIDA) DAS LINHAS DE PEDIDO ABERTAS OU PARCIAIS.       *
      *----------------------------------------------------------*
       CARREGAR-PEDIDOS.
           OPEN INPUT PEDIDO-COMPRA.
           IF PED-NAO-ENCONTRADO
               DISPLAY 'PEDIDOS DE COMPRA (PEDCOMP) NAO ENCONTRADO - '
                       'SEM PEDIDOS EM ABERTO.'
               GO TO CARREGAR-PEDIDOS-EXIT
           END-IF.
           READ PEDIDO-COMPRA NEXT RECORD
               AT END
                   SET PED-FIM TO TRUE
           END-READ.
           PERFORM ACUMULAR-PEDIDO UNTIL PED-FIM.
           CLOSE PEDIDO-COMPRA.

       CARREGAR-PEDIDOS-EXIT.
           EXIT.

       ACUMULAR-PEDIDO.
           IF PED-A-RECEBER
               AND PED-QTD-PEDIDA > PED-QTD-RECEBIDA
               MOVE PED-PRODUTO TO WRK-PRODUTO-BUSCA
               PERFORM LOCALIZAR-PRODUTO THRU LOCALIZAR-PRODUTO-EXIT
               IF WRK-IND-ACHADO = ZEROS
                   PERFORM INCLUIR-PRODUTO THRU INCLUIR-PRODUTO-EXIT
               END-IF
               IF WRK-IND-ACHADO > ZEROS
                   COMPUTE TAB-PRD-ABERTO(WRK-IND-ACHADO) =
                       TAB-PRD-ABERTO(WRK-IND-ACHADO)
                       + PED-QTD-PEDIDA - PED-QTD-RECEBIDA
               END-IF
           END-IF.
           READ PEDIDO-COMPRA NEXT RECORD
               AT END
                   SET PED-FIM TO TRUE
           END-READ.

       ACUMULAR-PEDIDO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * CARREGAR-COTACOES                                         *
      * GUARDA A COTACAO VIGENTE DE CADA PAR PRODUTO + FORNECEDOR *
      * (O HISTORICO E GRAVADO EM ORDEM CRONOLOGICA, ENTAO A      *
      * ULTIMA LIDA E A VIGENTE). PRECO SEM FORNECEDOR NAO SERVE  *
      * PARA SUGERIR DE QUEM COMPRAR E FICA DE FORA.              *
      *----------------------------------------------------------*
       CARREGAR-COTACOES.
           OPEN INPUT PRECO-HISTORICO.
           IF HIST-NAO-ENCONTRADO
               DISPLAY 'HISTORICO DE PRECOS (PRECHIST) NAO '
                       'ENCONTRADO - SEM FORNECEDOR SUGERIDO.'
               GO TO CARREGAR-COTACOES-EXIT
           END-IF.
           READ PRECO-HISTORICO
               AT END
                   SET HIST-FIM TO TRUE
           END-READ.
           PERFORM GUARDAR-COTACAO UNTIL HIST-FIM.
           CLOSE PRECO-HISTORICO.

       CARREGAR-COTACOES-EXIT.
           EXIT.

       GUARDAR-COTACAO.
           IF HIST-FORNECEDOR NOT = SPACES
               AND HIST-PRECO > ZEROS
               MOVE 'N' TO WRK-ACHOU-COT
               MOVE ZEROS TO WRK-IND-ACHADO
               PERFORM COMPARAR-COTACAO
                   VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QTD-COTACOES
                       OR COTACAO-NA-TABELA
               IF COTACAO-NA-TABELA
                   MOVE HIST-PRECO TO TAB-COT-PRECO(WRK-IND-ACHADO)
               ELSE
                   IF WRK-QTD-COTACOES < 500
                       ADD 1 TO WRK-QTD-COTACOES
                       MOVE HIST-PRODUTO
                           TO TAB-COT-PRODUTO(WRK-QTD-COTACOES)
                       MOVE HIST-FORNECEDOR
                           TO TAB-COT-FORN(WRK-QTD-COTACOES)
                       MOVE HIST-PRECO
                           TO TAB-COT-PRECO(WRK-QTD-COTACOES)
                   END-IF
               END-IF
           END-IF.
           READ PRECO-HISTORICO
               AT END
                   SET HIST-FIM TO TRUE
           END-READ.

       GUARDAR-COTACAO-EXIT.
           EXIT.

       COMPARAR-COTACAO.
           IF TAB-COT-PRODUTO(WRK-IND) = HIST-PRODUTO
               AND TAB-COT-FORN(WRK-IND) = HIST-FORNECEDOR
               MOVE 'S' TO WRK-ACHOU-COT
               MOVE WRK-IND TO WRK-IND-ACHADO
           END-IF.

       COMPARAR-COTACAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LOCALIZAR-PRODUTO                                         *
      * DEVOLVE EM WRK-IND-ACHADO A LINHA DE WRK-PRODUTO-BUSCA NA *
      * TABELA DE PRODUTOS, OU ZERO SE ELE NAO ESTIVER NELA.      *
      *----------------------------------------------------------*
       LOCALIZAR-PRODUTO.
           MOVE 'N' TO WRK-ACHOU.
           MOVE ZEROS TO WRK-IND-ACHADO.
           PERFORM COMPARAR-PRODUTO
               VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > WRK-QTD-PRODUTOS
                   OR PRODUTO-NA-TABELA.

       LOCALIZAR-PRODUTO-EXIT.
           EXIT.

       COMPARAR-PRODUTO.
           IF TAB-PRD-CODIGO(WRK-IND) = WRK-PRODUTO-BUSCA
               MOVE 'S' TO WRK-ACHOU
               MOVE WRK-IND TO WRK-IND-ACHADO
           END-IF.

       COMPARAR-PRODUTO-EXIT.
           EXIT.

       INCLUIR-PRODUTO.
           IF WRK-QTD-PRODUTOS NOT < 500
               ADD 1 TO WRK-QTD-FORA-TABELA
               GO TO INCLUIR-PRODUTO-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-PRODUTOS.
           MOVE WRK-QTD-PRODUTOS TO WRK-IND-ACHADO.
           MOVE WRK-PRODUTO-BUSCA TO TAB-PRD-CODIGO(WRK-IND-ACHADO).
           MOVE ZEROS TO TAB-PRD-CONSUMO(WRK-IND-ACHADO).
           MOVE ZEROS TO TAB-PRD-ABERTO(WRK-IND-ACHADO).
           MOVE ZEROS TO TAB-PRD-ULT-MOV(WRK-IND-ACHADO).

       INCLUIR-PRODUTO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * AVALIAR-PRODUTO                                           *
      * CONFERE O PRODUTO DA VEZ NA LISTA DE ESTOQUE PARADO E, SE *
      * TIVER PARAMETROS DE REPOSICAO, CALCULA A POSICAO (SALDO   *
      * MAIS PEDIDOS A RECEBER) E A QUANTIDADE A COMPRAR: O       *
      * CONSUMO NO PRAZO DE ENTREGA MAIS O ESTOQUE MINIMO, NUNCA  *
      * MENOS QUE O PONTO DE PEDIDO, DESCONTADA A POSICAO.        *
      *----------------------------------------------------------*
       AVALIAR-PRODUTO.

           MOVE ZEROS TO WRK-SALDO.
           MOVE ZEROS TO WRK-VALOR-ESTOQUE.
           IF ESTOQUE-ABERTO
               MOVE PROD-CODIGO TO EST-PRODUTO
               READ ESTOQUE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EST-QUANTIDADE TO WRK-SALDO
                       MOVE EST-VALOR-TOTAL TO WRK-VALOR-ESTOQUE
               END-READ
           END-IF.

           MOVE ZEROS TO WRK-CONSUMO.
           MOVE ZEROS TO WRK-ABERTO.
           MOVE ZEROS TO WRK-ULT-MOV.
           MOVE PROD-CODIGO TO WRK-PRODUTO-BUSCA.
           PERFORM LOCALIZAR-PRODUTO THRU LOCALIZAR-PRODUTO-EXIT.
           IF WRK-IND-ACHADO > ZEROS
               MOVE TAB-PRD-CONSUMO(WRK-IND-ACHADO) TO WRK-CONSUMO
               MOVE TAB-PRD-ABERTO(WRK-IND-ACHADO) TO WRK-ABERTO
               MOVE TAB-PRD-ULT-MOV(WRK-IND-ACHADO) TO WRK-ULT-MOV
           END-IF.

           IF WRK-SALDO > ZEROS
               AND WRK-ULT-MOV < WRK-DATA-CORTE-PARADO
               PERFORM IMPRIMIR-PARADO
           END-IF.

           IF PROD-ESTOQUE-MINIMO = ZEROS
               AND PROD-PONTO-PEDIDO = ZEROS
               GO TO AVALIAR-PRODUTO-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-AVALIADOS.

           COMPUTE WRK-POSICAO = WRK-SALDO + WRK-ABERTO.
           MOVE 'N' TO WRK-ABAIXO-MINIMO.
           IF WRK-SALDO < PROD-ESTOQUE-MINIMO
               MOVE 'S' TO WRK-ABAIXO-MINIMO
           END-IF.
           IF WRK-POSICAO NOT < PROD-PONTO-PEDIDO
               AND NOT SALDO-ABAIXO-MINIMO
               GO TO AVALIAR-PRODUTO-EXIT
           END-IF.

           IF PROD-PRAZO-ENTREGA > ZEROS
               MOVE PROD-PRAZO-ENTREGA TO WRK-PRAZO
           ELSE
               MOVE WRK-PRAZO-PADRAO TO WRK-PRAZO
           END-IF.
           COMPUTE WRK-CONSUMO-DIARIO ROUNDED =
               WRK-CONSUMO / WRK-DIAS-CONSUMO.
           COMPUTE WRK-ALVO ROUNDED =
               WRK-CONSUMO-DIARIO * WRK-PRAZO + PROD-ESTOQUE-MINIMO.
           IF WRK-ALVO < PROD-PONTO-PEDIDO
               MOVE PROD-PONTO-PEDIDO TO WRK-ALVO
           END-IF.
           MOVE ZEROS TO WRK-SUGERIDO.
           IF WRK-ALVO > WRK-POSICAO
               COMPUTE WRK-SUGERIDO = WRK-ALVO - WRK-POSICAO
               ADD 1 TO WRK-QTD-SUGESTOES
           END-IF.
           IF SALDO-ABAIXO-MINIMO
               ADD 1 TO WRK-QTD-ABAIXO-MINIMO
           END-IF.

           PERFORM BUSCAR-MELHOR-FORNECEDOR
               THRU BUSCAR-MELHOR-FORNECEDOR-EXIT.
           PERFORM IMPRIMIR-SUGESTAO.

       AVALIAR-PRODUTO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * BUSCAR-MELHOR-FORNECEDOR                                  *
      * MENOR COTACAO VIGENTE DO PRODUTO ENTRE OS FORNECEDORES    *
      * ATIVOS. SEM O FORNMST, VALE A MENOR COTACAO.              *
      *----------------------------------------------------------*
       BUSCAR-MELHOR-FORNECEDOR.
           MOVE SPACES TO WRK-MELHOR-FORN.
           MOVE SPACES TO WRK-MELHOR-NOME.
           MOVE 999999,99 TO WRK-MELHOR-PRECO.
           PERFORM COMPARAR-FORNECEDOR THRU COMPARAR-FORNECEDOR-EXIT
               VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > WRK-QTD-COTACOES.

       BUSCAR-MELHOR-FORNECEDOR-EXIT.
           EXIT.

       COMPARAR-FORNECEDOR.
           IF TAB-COT-PRODUTO(WRK-IND) NOT = PROD-CODIGO
               OR TAB-COT-PRECO(WRK-IND) NOT < WRK-MELHOR-PRECO
               GO TO COMPARAR-FORNECEDOR-EXIT
           END-IF.
           MOVE 'S' TO WRK-FORN-VALIDO.
           MOVE SPACES TO FORN-NOME.
           IF FORNMST-ABERTO
               MOVE TAB-COT-FORN(WRK-IND) TO FORN-CODIGO
               READ FORNECEDOR-MASTER
                   INVALID KEY
                       MOVE 'N' TO WRK-FORN-VALIDO
                   NOT INVALID KEY
                       IF NOT FORNECEDOR-ATIVO
                           MOVE 'N' TO WRK-FORN-VALIDO
                       END-IF
               END-READ
           END-IF.
           IF FORNECEDOR-VALIDO
               MOVE TAB-COT-FORN(WRK-IND) TO WRK-MELHOR-FORN
               MOVE FORN-NOME TO WRK-MELHOR-NOME
               MOVE TAB-COT-PRECO(WRK-IND) TO WRK-MELHOR-PRECO
           END-IF.

       COMPARAR-FORNECEDOR-EXIT.
           EXIT.

       IMPRIMIR-SUGESTAO.
           MOVE SPACES TO LINHA-REPOSICAO.
           IF SALDO-ABAIXO-MINIMO
               STRING PROD-CODIGO DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      PROD-DESCRICAO DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      PROD-UNIDADE DELIMITED BY SIZE
                      ' *ABAIXO DO MINIMO*' DELIMITED BY SIZE
                      INTO LINHA-REPOSICAO
           ELSE
               STRING PROD-CODIGO DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      PROD-DESCRICAO DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      PROD-UNIDADE DELIMITED BY SIZE
                      INTO LINHA-REPOSICAO
           END-IF.
           WRITE LINHA-REPOSICAO.

           MOVE WRK-SALDO TO WRK-SALDO-ED.
           MOVE WRK-ABERTO TO WRK-ABERTO-ED.
           MOVE PROD-PONTO-PEDIDO TO WRK-PONTO-ED.
           MOVE PROD-ESTOQUE-MINIMO TO WRK-MINIMO-ED.
           MOVE SPACES TO LINHA-REPOSICAO.
           STRING '  SALDO' DELIMITED BY SIZE
                  WRK-SALDO-ED DELIMITED BY SIZE
                  ' PEDIDOS' DELIMITED BY SIZE
                  WRK-ABERTO-ED DELIMITED BY SIZE
                  ' PONTO' DELIMITED BY SIZE
                  WRK-PONTO-ED DELIMITED BY SIZE
                  ' MIN' DELIMITED BY SIZE
                  WRK-MINIMO-ED DELIMITED BY SIZE
                  INTO LINHA-REPOSICAO.
           WRITE LINHA-REPOSICAO.

           MOVE WRK-CONSUMO-DIARIO TO WRK-CONSUMO-ED.
           MOVE WRK-PRAZO TO WRK-PRAZO-ED.
           MOVE WRK-SUGERIDO TO WRK-SUGERIDO-ED.
           MOVE SPACES TO LINHA-REPOSICAO.
           IF WRK-SUGERIDO > ZEROS
               STRING '  CONSUMO/DIA' DELIMITED BY SIZE
                      WRK-CONSUMO-ED DELIMITED BY SIZE
                      ' PRAZO ' DELIMITED BY SIZE
                      WRK-PRAZO-ED DELIMITED BY SIZE
                      ' DIAS  COMPRAR' DELIMITED BY SIZE
                      WRK-SUGERIDO-ED DELIMITED BY SIZE
                      INTO LINHA-REPOSICAO
           ELSE
               STRING '  CONSUMO/DIA' DELIMITED BY SIZE
                      WRK-CONSUMO-ED DELIMITED BY SIZE
                      ' PRAZO ' DELIMITED BY SIZE
                      WRK-PRAZO-ED DELIMITED BY SIZE
                      ' DIAS  JA COBERTO POR PEDIDOS'
                          DELIMITED BY SIZE
                      INTO LINHA-REPOSICAO
           END-IF.
           WRITE LINHA-REPOSICAO.

           IF WRK-SUGERIDO > ZEROS
               MOVE SPACES TO LINHA-REPOSICAO
               IF WRK-MELHOR-FORN = SPACES
                   STRING '  FORNECEDOR: SEM COTACAO DE FORNECEDOR '
                              DELIMITED BY SIZE
                          'ATIVO' DELIMITED BY SIZE
                          INTO LINHA-REPOSICAO
               ELSE
                   MOVE WRK-MELHOR-PRECO TO WRK-PRECO-ED
                   STRING '  FORNECEDOR ' DELIMITED BY SIZE
                          WRK-MELHOR-FORN DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WRK-MELHOR-NOME DELIMITED BY SIZE
                          ' PRECO ' DELIMITED BY SIZE
                          WRK-PRECO-ED DELIMITED BY SIZE
                          INTO LINHA-REPOSICAO
               END-IF
               WRITE LINHA-REPOSICAO
           END-IF.
           MOVE SPACES TO LINHA-REPOSICAO.
           WRITE LINHA-REPOSICAO.

       IMPRIMIR-SUGESTAO-EXIT.
           EXIT.

       IMPRIMIR-PARADO.
           ADD 1 TO WRK-QTD-PARADOS.
           ADD WRK-VALOR-ESTOQUE TO WRK-TOTAL-PARADO.
           MOVE WRK-SALDO TO WRK-SALDO-ED.
           MOVE SPACES TO LINHA-PARADO.
           IF WRK-ULT-MOV = ZEROS
               STRING PROD-CODIGO DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      PROD-DESCRICAO DELIMITED BY SIZE
                      WRK-SALDO-ED DELIMITED BY SIZE
                      ' SEM MOVIMENTO' DELIMITED BY SIZE
                      INTO LINHA-PARADO
           ELSE
               MOVE WRK-ULT-MOV TO WRK-DATA-ED
               STRING PROD-CODIGO DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      PROD-DESCRICAO DELIMITED BY SIZE
                      WRK-SALDO-ED DELIMITED BY SIZE
                      ' ULT.MOV ' DELIMITED BY SIZE
                      WRK-DATA-ED DELIMITED BY SIZE
                      INTO LINHA-PARADO
           END-IF.
           WRITE LINHA-PARADO.

       IMPRIMIR-PARADO-EXIT.
           EXIT.

           COPY 'PARAMETROSP.CPY'.
           COPY 'RPTHDRP.CPY'.
           COPY 'RUNDATEP.CPY'.
           COPY 'RUNSTATSP.CPY' REPLACING ==STATS-PROGRAM-ID==
               BY =='ESTREPOS'==.
