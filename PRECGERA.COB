       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRECGERA.
      **********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = KIVIA(ALURA) KIVIAAL
      *OBJETIVO: GERACAO DA LISTA DE PRECOS DE VENDA (PRECOVEN) -
      *PARA CADA PRODUTO DO ESTOQUE-MASTER COM CUSTO MEDIO, FORMA
      *O PRECO DE LISTA A PARTIR DO CUSTO MEDIO MOVEL COM O
      *MARKUP DO GRUPO DO PRODUTO (PARAMETRO MARKUP-<GRUPO>; SEM
      *GRUPO OU SEM PARAMETRO, MARKUP-PADRAO, PADRAO 30 %) E O
      *ICMS DA UF DE VENDA (PARAMETRO PRECO-UF-VENDA, ALIQUOTA DO
      *ICMSTAB) EMBUTIDO NO PRECO:
      *   PRECO = CUSTO X (100 + MARKUP) / (100 - ALIQUOTA).
      *PRODUTO SEM PRECO RECEBE O PRIMEIRO; MUDANCA DENTRO DA
      *TOLERANCIA (PARAMETRO PRECO-TOLERANCIA, PADRAO 10 %) GRAVA
      *O NOVO PRECO DE LISTA COM INICIO NA DATA DA RODADA; FORA
      *DA TOLERANCIA SO COM APROVACAO DE SUPERVISOR NA FILA
      *(APROVREV) - SEM ELA O PEDIDO VIRA PENDENCIA E O PRECO EM
      *VIGOR CONTINUA. O RELATORIO PRECREL LISTA AS MUDANCAS E
      *APONTA O PRODUTO CUJO CUSTO MEDIO JA PASSOU DO PRECO EM
      *VIGOR (LISTA OU PROMOCAO). SEM A UF DE VENDA OU SEM A SUA
      *ALIQUOTA NADA E GERADO (RETURN-CODE 8). TOTAL DE PRECOS
      *GRAVADOS EM RUN-STATS.
      *DATA   = 28/04/22
      *HISTORICO DE ALTERACOES
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTOQUE-MASTER ASSIGN TO "ESTOQUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-PRODUTO
               FILE STATUS IS WRK-EST-STATUS.

           SELECT PRODUTO-MASTER ASSIGN TO "PRODMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS WRK-PROD-STATUS.

           SELECT ICMS-TABELA ASSIGN TO "ICMSTAB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ICMS-UF
               FILE STATUS IS WRK-ICMS-STATUS.

           SELECT PRECO-VENDA ASSIGN TO "PRECOVEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PVEN-CHAVE
               FILE STATUS IS PVEN-WS-STATUS.

           SELECT RELATORIO-PRECOS ASSIGN TO "PRECREL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.

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

           SELECT RUN-STATS ASSIGN TO "RUNSTATS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATS-WS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ESTOQUE-MASTER.
           COPY 'ESTOQUE.CPY'.

       FD  PRODUTO-MASTER.
           COPY 'PRODMST.CPY'.

       FD  ICMS-TABELA.
           COPY 'ICMSTAB.CPY'.

       FD  PRECO-VENDA.
           COPY 'PRECOVEN.CPY'.

       FD  RELATORIO-PRECOS.
       01  LINHA-PRECOS        PIC X(80).

       FD  PARAMETROS.
           COPY 'PARAMETROS.CPY'.

       FD  AUDIT-TRAIL.
           COPY 'AUDITLOG.CPY'.

       FD  OPERADOR-SESSAO.
           COPY 'OPERSESS.CPY'.

       FD  PENDENCIAS-APROVACAO.
           COPY 'APROV.CPY'.

       FD  RUN-STATS.
           COPY 'RUNSTATS.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'RUNSTATSW.CPY'.
           COPY 'PARAMETROSW.CPY'.
           COPY 'AUDITWS.CPY'.
           COPY 'OPERSESW.CPY'.
           COPY 'APROVW.CPY'.
           COPY 'PRECOVW.CPY'.
           COPY 'RPTHDR.CPY'.
       77 WRK-EST-STATUS PIC X(02) VALUE ZEROS.
           88 EST-OK VALUE '00'.
           88 EST-FIM VALUE '10'.
           88 EST-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-PROD-STATUS PIC X(02) VALUE ZEROS.
           88 PROD-OK VALUE '00'.
           88 PROD-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-ICMS-STATUS PIC X(02) VALUE ZEROS.
           88 ICMS-OK VALUE '00'.
           88 ICMS-NAO-ENCONTRADA VALUE '23' '35'.
       77 WRK-REL-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-PROD-ABERTO PIC X(01) VALUE 'N'.
           88 PRODMST-ABERTO VALUE 'S'.
       77 WRK-GERACAO PIC X(01) VALUE 'S'.
           88 GERACAO-LIBERADA VALUE 'S'.

      *REGRAS DE FORMACAO DO PRECO
       77 WRK-UF-VENDA PIC X(02) VALUE SPACES.
       77 WRK-ALIQ-ICMS PIC 9(02)V99 VALUE ZEROS.
       77 WRK-MARKUP-PADRAO PIC 9(03)V99 VALUE 30.
       77 WRK-MARKUP PIC 9(03)V99 VALUE ZEROS.
       77 WRK-TOLERANCIA PIC 9(03)V99 VALUE 10.
       77 WRK-PRECO-NOVO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PRECO-ATUAL PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VARIACAO PIC 9(05)V99 VALUE ZEROS.
       77 WRK-PRECO-CENTAVOS PIC 9(09) VALUE ZEROS.
       77 WRK-SITUACAO PIC X(30) VALUE SPACES.

      *CONTADORES
       77 WRK-QTD-LIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-NOVOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-ALTERADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-MANTIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-PENDENTES PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-SEM-CUSTO PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-CUSTO-ACIMA PIC 9(05) VALUE ZEROS.

       77 WRK-CUSTO-ED PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-PRECO-ANT-ED PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-PRECO-NOVO-ED PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-PERC-ED PIC ZZ9,99 VALUE ZEROS.
       77 WRK-TOL-ED PIC ZZ9,99 VALUE ZEROS.
       77 WRK-VAR-ED PIC ZZZZ9,99 VALUE ZEROS.
           COPY 'RUNDATE.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0002-INICIALIZAR.
           IF GERACAO-LIBERADA
               PERFORM 0003-PROCESSAR UNTIL EST-FIM
           END-IF.
           PERFORM 0004-FINALIZAR.

           STOP RUN.

       0002-INICIALIZAR.

           PERFORM OBTER-DATA-EXECUCAO.
           MOVE ZEROS TO RETURN-CODE.

           OPEN OUTPUT RELATORIO-PRECOS.
           MOVE 'LISTA DE PRECOS DE VENDA' TO RPT-HDR-TITULO.
           PERFORM MONTAR-CABECALHO-RELATORIO.
           MOVE RPT-HDR-LINHA TO LINHA-PRECOS.
           WRITE LINHA-PRECOS.

           PERFORM OBTER-REGRAS-PRECO THRU OBTER-REGRAS-PRECO-EXIT.
           IF GERACAO-LIBERADA
               PERFORM ABRIR-ARQUIVOS-PRECO
           ELSE
               SET EST-FIM TO TRUE
           END-IF.

       0003-PROCESSAR.

           ADD 1 TO WRK-QTD-LIDOS.
           PERFORM PRECIFICAR-PRODUTO THRU PRECIFICAR-PRODUTO-EXIT.
           READ ESTOQUE-MASTER NEXT RECORD
               AT END
                   SET EST-FIM TO TRUE
           END-READ.

       0004-FINALIZAR.

           IF GERACAO-LIBERADA
               IF NOT EST-NAO-ENCONTRADO
                   CLOSE ESTOQUE-MASTER
               END-IF
               IF PRODMST-ABERTO
                   CLOSE PRODUTO-MASTER
               END-IF
               PERFORM FECHAR-PRECO-VENDA
           END-IF.
           PERFORM FECHAR-PARAMETROS.
           PERFORM FECHAR-APROVACOES.
           PERFORM FECHAR-AUDITORIA.

           MOVE SPACES TO LINHA-PRECOS.
           WRITE LINHA-PRECOS.
           MOVE SPACES TO LINHA-PRECOS.
           STRING 'NOVOS: ' DELIMITED BY SIZE
                  WRK-QTD-NOVOS DELIMITED BY SIZE
                  '  ALTERADOS: ' DELIMITED BY SIZE
                  WRK-QTD-ALTERADOS DELIMITED BY SIZE
                  '  MANTIDOS: ' DELIMITED BY SIZE
                  WRK-QTD-MANTIDOS DELIMITED BY SIZE
                  '  AGUARDANDO APROVACAO: ' DELIMITED BY SIZE
                  WRK-QTD-PENDENTES DELIMITED BY SIZE
                  INTO LINHA-PRECOS.
           WRITE LINHA-PRECOS.
           MOVE SPACES TO LINHA-PRECOS.
           STRING 'SEM CUSTO MEDIO: ' DELIMITED BY SIZE
                  WRK-QTD-SEM-CUSTO DELIMITED BY SIZE
                  '  CUSTO ACIMA DO PRECO EM VIGOR: ' DELIMITED BY SIZE
                  WRK-QTD-CUSTO-ACIMA DELIMITED BY SIZE
                  INTO LINHA-PRECOS.
           WRITE LINHA-PRECOS.
           CLOSE RELATORIO-PRECOS.

           DISPLAY 'PRECGERA' '   DATA: ' RUNDATE-HOJE-ED.
           IF NOT GERACAO-LIBERADA
               DISPLAY 'RETURN-CODE 8 - LISTA DE PRECOS NAO GERADA.'
           END-IF.
           DISPLAY 'PRODUTOS LIDOS.......: ' WRK-QTD-LIDOS.
           DISPLAY 'PRECOS NOVOS.........: ' WRK-QTD-NOVOS.
           DISPLAY 'PRECOS ALTERADOS.....: ' WRK-QTD-ALTERADOS.
           DISPLAY 'AGUARDANDO APROVACAO.: ' WRK-QTD-PENDENTES.
           DISPLAY 'CUSTO ACIMA DO PRECO.: ' WRK-QTD-CUSTO-ACIMA.
           DISPLAY 'RELATORIO GRAVADO EM PRECREL.'.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

           COMPUTE STATS-REGISTROS = WRK-QTD-NOVOS
               + WRK-QTD-ALTERADOS.
           PERFORM GRAVAR-RUNSTATS.

      *----------------------------------------------------------*
      * ABRIR-ARQUIVOS-PRECO                                      *
      * CABECALHO DAS REGRAS NO RELATORIO E ABERTURA DOS          *
      * ARQUIVOS DA GERACAO.                                      *
      *----------------------------------------------------------*
       ABRIR-ARQUIVOS-PRECO.

           MOVE SPACES TO LINHA-PRECOS.
           MOVE WRK-ALIQ-ICMS TO WRK-PERC-ED.
           MOVE WRK-TOLERANCIA TO WRK-TOL-ED.
           STRING 'UF DE VENDA ' DELIMITED BY SIZE
                  WRK-UF-VENDA DELIMITED BY SIZE
                  '  ICMS ' DELIMITED BY SIZE
                  WRK-PERC-ED DELIMITED BY SIZE
                  ' %  TOLERANCIA ' DELIMITED BY SIZE
                  WRK-TOL-ED DELIMITED BY SIZE
                  ' %' DELIMITED BY SIZE
                  INTO LINHA-PRECOS.
           WRITE LINHA-PRECOS.
           MOVE SPACES TO LINHA-PRECOS.
           MOVE 'PRODUTO      CUSTO MEDIO  PRECO ANTERIOR    PRECO NOVO
      -         ' SITUACAO' TO LINHA-PRECOS.
           WRITE LINHA-PRECOS.

           OPEN INPUT PRODUTO-MASTER.
           IF PROD-OK
               SET PRODMST-ABERTO TO TRUE
           END-IF.

           OPEN I-O PRECO-VENDA.
           IF PVEN-ARQ-NAO-ENCONTRADO
               OPEN OUTPUT PRECO-VENDA
               CLOSE PRECO-VENDA
               OPEN I-O PRECO-VENDA
           END-IF.
           SET PVEN-ABERTO TO TRUE.

           OPEN INPUT ESTOQUE-MASTER.
           IF EST-NAO-ENCONTRADO
               DISPLAY 'ARQUIVO DE ESTOQUE (ESTOQUE) NAO '
                       'ENCONTRADO - NENHUM PRECO GERADO.'
               SET EST-FIM TO TRUE
           ELSE
               READ ESTOQUE-MASTER NEXT RECORD
                   AT END
                       SET EST-FIM TO TRUE
               END-READ
           END-IF.

       ABRIR-ARQUIVOS-PRECO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * OBTER-REGRAS-PRECO                                        *
      * UF DE VENDA E SUA ALIQUOTA DE ICMS (OBRIGATORIAS - SEM    *
      * ELAS O PRECO SAIRIA SEM O IMPOSTO E NADA E GERADO),       *
      * MARKUP PADRAO E TOLERANCIA DE MUDANCA SEM APROVACAO.      *
      *----------------------------------------------------------*
       OBTER-REGRAS-PRECO.

           MOVE 'MARKUP-PADRAO' TO PARM-CODIGO.
           PERFORM LER-PARAMETRO.
           IF PARM-VALOR > ZEROS
               MOVE PARM-VALOR TO WRK-MARKUP-PADRAO
           END-IF.
           MOVE 'PRECO-TOLERANCIA' TO PARM-CODIGO.
           PERFORM LER-PARAMETRO.
           IF PARM-VALOR > ZEROS
               MOVE PARM-VALOR TO WRK-TOLERANCIA
           END-IF.

           MOVE 'PRECO-UF-VENDA' TO PARM-CODIGO.
           PERFORM LER-PARAMETRO.
           MOVE PARM-VALOR-CHAR(1:2) TO WRK-UF-VENDA.
           IF NOT PARM-OK OR WRK-UF-VENDA = SPACES
               DISPLAY 'PARAMETRO PRECO-UF-VENDA NAO CADASTRADO - '
                       'CADASTRE A UF DE VENDA NO PARMMNT.'
               MOVE 'N' TO WRK-GERACAO
               MOVE 8 TO RETURN-CODE
               GO TO OBTER-REGRAS-PRECO-EXIT
           END-IF.

           OPEN INPUT ICMS-TABELA.
           IF ICMS-NAO-ENCONTRADA
               DISPLAY 'TABELA DE ICMS (ICMSTAB) NAO ENCONTRADA.'
               MOVE 'N' TO WRK-GERACAO
               MOVE 8 TO RETURN-CODE
               GO TO OBTER-REGRAS-PRECO-EXIT
           END-IF.
           MOVE WRK-UF-VENDA TO ICMS-UF.
           READ ICMS-TABELA
               INVALID KEY
                   DISPLAY 'UF ' WRK-UF-VENDA ' SEM ALIQUOTA NO '
                           'ICMSTAB - CADASTRE NO ICMSMNT.'
                   MOVE 'N' TO WRK-GERACAO
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE ICMS-ALIQUOTA TO WRK-ALIQ-ICMS
           END-READ.
           CLOSE ICMS-TABELA.

       OBTER-REGRAS-PRECO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * PRECIFICAR-PRODUTO                                        *
      * FORMA O PRECO DO PRODUTO DA VEZ E DECIDE: PRIMEIRO PRECO, *
      * MUDANCA DENTRO DA TOLERANCIA, MUDANCA APROVADA OU         *
      * PENDENCIA NA FILA DE APROVACOES.                          *
      *----------------------------------------------------------*
       PRECIFICAR-PRODUTO.

           IF EST-CUSTO-MEDIO = ZEROS
               ADD 1 TO WRK-QTD-SEM-CUSTO
               GO TO PRECIFICAR-PRODUTO-EXIT
           END-IF.

           MOVE WRK-MARKUP-PADRAO TO WRK-MARKUP.
           MOVE SPACES TO PROD-GRUPO.
           IF PRODMST-ABERTO
               MOVE EST-PRODUTO TO PROD-CODIGO
               READ PRODUTO-MASTER
                   INVALID KEY
                       MOVE SPACES TO PROD-GRUPO
               END-READ
           END-IF.
           IF PROD-GRUPO NOT = SPACES
               MOVE SPACES TO PARM-CODIGO
               STRING 'MARKUP-' DELIMITED BY SIZE
                      PROD-GRUPO DELIMITED BY SPACE
                      INTO PARM-CODIGO
               PERFORM LER-PARAMETRO
               IF PARM-VALOR > ZEROS
                   MOVE PARM-VALOR TO WRK-MARKUP
               END-IF
           END-IF.

           COMPUTE WRK-PRECO-NOVO ROUNDED =
               EST-CUSTO-MEDIO * (100 + WRK-MARKUP)
               / (100 - WRK-ALIQ-ICMS).

           MOVE EST-PRODUTO TO PVEN-WS-PRODUTO.
           MOVE RUNDATE-HOJE TO PVEN-WS-DATA.
           PERFORM OBTER-PRECO-VIGENTE THRU OBTER-PRECO-VIGENTE-EXIT.
           MOVE PVEN-WS-PRECO-LISTA TO WRK-PRECO-ATUAL.

           IF NOT PVEN-SEM-PRECO
               AND EST-CUSTO-MEDIO > PVEN-WS-PRECO
               ADD 1 TO WRK-QTD-CUSTO-ACIMA
               IF PVEN-PRECO-PROMOCIONAL
                   MOVE '*** CUSTO ACIMA DA PROMOCAO' TO WRK-SITUACAO
               ELSE
                   MOVE '*** CUSTO ACIMA DO PRECO' TO WRK-SITUACAO
               END-IF
               MOVE WRK-PRECO-NOVO TO WRK-PRECO-NOVO-ED
               PERFORM IMPRIMIR-LINHA-PRECO
           END-IF.

           EVALUATE TRUE
               WHEN WRK-PRECO-ATUAL = ZEROS
                   MOVE 'NOVO' TO WRK-SITUACAO
                   PERFORM GRAVAR-PRECO-LISTA
                   ADD 1 TO WRK-QTD-NOVOS
               WHEN WRK-PRECO-NOVO = WRK-PRECO-ATUAL
                   ADD 1 TO WRK-QTD-MANTIDOS
               WHEN OTHER
                   PERFORM CALCULAR-VARIACAO
                   IF WRK-VARIACAO NOT > WRK-TOLERANCIA
                       MOVE 'ALTERADO' TO WRK-SITUACAO
                       PERFORM GRAVAR-PRECO-LISTA
                       ADD 1 TO WRK-QTD-ALTERADOS
                   ELSE
                       PERFORM VERIFICAR-APROVACAO-PRECO
                   END-IF
           END-EVALUATE.

       PRECIFICAR-PRODUTO-EXIT.
           EXIT.

      *VARIACAO PERCENTUAL DO PRECO NOVO SOBRE O DE LISTA EM VIGOR
       CALCULAR-VARIACAO.
           IF WRK-PRECO-NOVO > WRK-PRECO-ATUAL
               COMPUTE WRK-VARIACAO ROUNDED =
                   (WRK-PRECO-NOVO - WRK-PRECO-ATUAL) * 100
                   / WRK-PRECO-ATUAL
                   ON SIZE ERROR
                       MOVE 99999,99 TO WRK-VARIACAO
               END-COMPUTE
           ELSE
               COMPUTE WRK-VARIACAO ROUNDED =
                   (WRK-PRECO-ATUAL - WRK-PRECO-NOVO) * 100
                   / WRK-PRECO-ATUAL
           END-IF.

       CALCULAR-VARIACAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * VERIFICAR-APROVACAO-PRECO                                 *
      * QUATRO OLHOS: MUDANCA FORA DA TOLERANCIA SO E GRAVADA COM *
      * APROVACAO DE SUPERVISOR DO MESMO PRODUTO E PRECO; SEM     *
      * ELA O PEDIDO VIRA PENDENCIA (UMA SO, AINDA QUE A RODADA   *
      * SE REPITA) E O PRECO EM VIGOR CONTINUA.                   *
      *----------------------------------------------------------*
       VERIFICAR-APROVACAO-PRECO.

           COMPUTE WRK-PRECO-CENTAVOS = WRK-PRECO-NOVO * 100.
           MOVE 'PRECO' TO APRV-WS-TIPO.
           MOVE SPACES TO APRV-WS-DADOS.
           STRING EST-PRODUTO DELIMITED BY SIZE
                  WRK-PRECO-CENTAVOS DELIMITED BY SIZE
                  INTO APRV-WS-DADOS.
           PERFORM CONSULTAR-APROVACAO.
           IF APROVACAO-DISPONIVEL
               MOVE 'ALTERADO (APROVADO)' TO WRK-SITUACAO
               PERFORM GRAVAR-PRECO-LISTA
               ADD 1 TO WRK-QTD-ALTERADOS
           ELSE
               IF NOT APRV-JA-PENDENTE
                   PERFORM ENFILEIRAR-APROVACAO
               END-IF
               ADD 1 TO WRK-QTD-PENDENTES
               MOVE WRK-VARIACAO TO WRK-VAR-ED
               MOVE SPACES TO WRK-SITUACAO
               STRING 'AGUARDA APROVACAO (' DELIMITED BY SIZE
                      WRK-VAR-ED DELIMITED BY SIZE
                      '%)' DELIMITED BY SIZE
                      INTO WRK-SITUACAO
               MOVE WRK-PRECO-NOVO TO WRK-PRECO-NOVO-ED
               PERFORM IMPRIMIR-LINHA-PRECO
           END-IF.

       VERIFICAR-APROVACAO-PRECO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * GRAVAR-PRECO-LISTA                                        *
      * GRAVA O PRECO DE LISTA COM INICIO NA DATA DA RODADA (OU   *
      * REGRAVA, SE A RODADA SE REPETE NO MESMO DIA), AUDITA A    *
      * MUDANCA E A IMPRIME.                                      *
      *----------------------------------------------------------*
       GRAVAR-PRECO-LISTA.

           MOVE EST-PRODUTO TO PVEN-PRODUTO.
           SET PVEN-LISTA TO TRUE.
           MOVE RUNDATE-HOJE TO PVEN-INICIO.
           READ PRECO-VENDA
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE 99999999 TO PVEN-FIM.
           MOVE WRK-PRECO-NOVO TO PVEN-PRECO.
           MOVE EST-CUSTO-MEDIO TO PVEN-CUSTO-BASE.
           MOVE WRK-MARKUP TO PVEN-MARKUP.
           MOVE WRK-UF-VENDA TO PVEN-UF.
           MOVE WRK-ALIQ-ICMS TO PVEN-ALIQ-ICMS.
           MOVE RUNDATE-HOJE TO PVEN-DATA-ALTERACAO.
           MOVE 'PRECGERA' TO PVEN-PROGRAMA.
           IF PVEN-ARQ-OK
               REWRITE REG-PRECO-VENDA
           ELSE
               WRITE REG-PRECO-VENDA
           END-IF.

           MOVE WRK-PRECO-ATUAL TO WRK-PRECO-ANT-ED.
           MOVE WRK-PRECO-NOVO TO WRK-PRECO-NOVO-ED.
           MOVE 'PVEN-PRECO' TO AUD-CAMPO.
           MOVE SPACES TO AUD-VALOR.
           STRING EST-PRODUTO DELIMITED BY SIZE
                  ' DE ' DELIMITED BY SIZE
                  WRK-PRECO-ANT-ED DELIMITED BY SIZE
                  ' PARA ' DELIMITED BY SIZE
                  WRK-PRECO-NOVO-ED DELIMITED BY SIZE
                  INTO AUD-VALOR.
           PERFORM GRAVAR-AUDITORIA.
           PERFORM IMPRIMIR-LINHA-PRECO.

       GRAVAR-PRECO-LISTA-EXIT.
           EXIT.

       IMPRIMIR-LINHA-PRECO.
           MOVE EST-CUSTO-MEDIO TO WRK-CUSTO-ED.
           MOVE WRK-PRECO-ATUAL TO WRK-PRECO-ANT-ED.
           MOVE SPACES TO LINHA-PRECOS.
           STRING EST-PRODUTO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-CUSTO-ED DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WRK-PRECO-ANT-ED DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WRK-PRECO-NOVO-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-SITUACAO DELIMITED BY SIZE
                  INTO LINHA-PRECOS.
           WRITE LINHA-PRECOS.

       IMPRIMIR-LINHA-PRECO-EXIT.
           EXIT.

           COPY 'PRECOVP.CPY'.
           COPY 'PARAMETROSP.CPY'.
           COPY 'APROVP.CPY'.
           COPY 'AUDITPRC.CPY' REPLACING ==AUD-PROGRAM-ID==
               BY =='PRECGERA'==.
           COPY 'RPTHDRP.CPY'.
           COPY 'RUNDATEP.CPY'.
           COPY 'RUNSTATSP.CPY' REPLACING ==STATS-PROGRAM-ID==
               BY =='PRECGERA'==.
