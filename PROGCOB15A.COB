      *REFERENCIA E O DA DATA DE EXECUCAO.
      *DATA   = 26/02/22
      *HISTORICO DE ALTERACOES
      *21/04/22 KA NOVA SECAO DE ATINGIMENTO POR REGIAO: O
      *REALIZADO DE CADA DIA VAI PARA A REGIAO DA ATRIBUICAO EM
      *VIGOR NAQUELE DIA (HISTORICO VENDATR) E A META DO MES
      *PARA A REGIAO EM VIGOR NA DATA DE EXECUCAO. SEM
      *ATRIBUICAO VALE A REGIAO ATUAL DO VENDMST.
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS VEND-CODIGO
               FILE STATUS IS WRK-VEND-STATUS.

           SELECT VENDEDOR-ATRIBUICAO ASSIGN TO "VENDATR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATR-CHAVE
               FILE STATUS IS ATR-WS-STATUS.

           SELECT RELATORIO-METAS ASSIGN TO "METAREL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.
       FD  VENDEDOR-MASTER.
           COPY 'VENDMST.CPY'.

       FD  VENDEDOR-ATRIBUICAO.
           COPY 'VENDATR.CPY'.

       FD  RELATORIO-METAS.
       01  LINHA-RELATORIO     PIC X(80).


       WORKING-STORAGE SECTION.
           COPY 'PARAMETROSW.CPY'.
           COPY 'VENDATRW.CPY'.
       77  WRK-META-STATUS       PIC X(02) VALUE ZEROS.
           88 META-OK VALUE '00'.
           88 META-FIM VALUE '10'.
       77  WRK-TOT-REALIZADO     PIC S9(09)V99 VALUE ZEROS.
       77  WRK-QTD-VENDEDORES    PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-ALERTAS       PIC 9(03) VALUE ZEROS.

       77  WRK-REGIAO-CADASTRO   PIC X(10) VALUE SPACES.
       77  WRK-REGIAO            PIC X(10) VALUE SPACES.
       77  WRK-ACHOU-REGIAO      PIC X(01) VALUE 'N'.
           88 REGIAO-NA-TABELA VALUE 'S'.
       77  WRK-QTD-REGIOES       PIC 9(02) VALUE ZEROS.
       77  WRK-IND-REGIAO        PIC 9(02) VALUE ZEROS.
       77  WRK-IND-ACHADO        PIC 9(02) VALUE ZEROS.
       01  TAB-REGIOES.
           05 TAB-REG-LINHA OCCURS 20 TIMES
                           DEPENDING ON WRK-QTD-REGIOES.
               10 TAB-REG-NOME       PIC X(10).
               10 TAB-REG-META       PIC 9(09)V99.
               10 TAB-REG-REALIZADO  PIC S9(09)V99.
           COPY 'MONEY.CPY' REPLACING ==MONEY-FIELD-NAME==
               BY ==WRK-META-ED==.
           COPY 'MONEYS.CPY' REPLACING ==MONEY-FIELD-NAME==
               DISPLAY 'HISTORICO DE VENDAS (VENDHIST) NAO '
                       'ENCONTRADO.'
           END-IF.
           PERFORM ABRIR-ATRIBUICAO.

           OPEN INPUT METAS-VENDAS.
           IF META-NAO-ENCONTRADA
                      WRK-QTD-ALERTAS DELIMITED BY SIZE
                      INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE SPACES TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE 'ATINGIMENTO POR REGIAO' TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               PERFORM IMPRIMIR-REGIAO
                   VARYING WRK-IND-REGIAO FROM 1 BY 1
                   UNTIL WRK-IND-REGIAO > WRK-QTD-REGIOES
               CLOSE RELATORIO-METAS
           END-IF.

           IF NOT VEND-MST-NAO-ENCONTRADO
               CLOSE VENDEDOR-MASTER
           END-IF.
           PERFORM FECHAR-ATRIBUICAO.
           PERFORM FECHAR-PARAMETROS.

           DISPLAY 'VENDEDORES APURADOS: ' WRK-QTD-VENDEDORES.
       APURAR-VENDEDOR.

           ADD 1 TO WRK-QTD-VENDEDORES.
           PERFORM BUSCAR-NOME-VENDEDOR.
           PERFORM APURAR-REALIZADO THRU APURAR-REALIZADO-EXIT.

           MOVE META-VENDEDOR TO ATR-WS-VENDEDOR.
           MOVE RUNDATE-HOJE TO ATR-WS-DATA.
           PERFORM OBTER-REGIAO-DIA.
           PERFORM LOCALIZAR-REGIAO THRU LOCALIZAR-REGIAO-EXIT.
           IF REGIAO-NA-TABELA
               ADD META-VALOR TO TAB-REG-META(WRK-IND-REGIAO)
           END-IF.

           ADD META-VALOR TO WRK-TOT-METAS.
           ADD WRK-REALIZADO TO WRK-TOT-REALIZADO.
                   IF VHIST-VENDEDOR = META-VENDEDOR
                       ADD VHIST-VENDAS TO WRK-REALIZADO
                       SUBTRACT VHIST-DEVOLUCOES FROM WRK-REALIZADO
                       PERFORM SOMAR-DIA-REGIAO
                   END-IF
               END-IF
           END-IF.
       BUSCAR-NOME-VENDEDOR.

           MOVE SPACES TO WRK-NOME-VENDEDOR.
           MOVE SPACES TO WRK-REGIAO-CADASTRO.
           IF NOT VEND-MST-NAO-ENCONTRADO
               MOVE META-VENDEDOR TO VEND-CODIGO
               READ VENDEDOR-MASTER
                       CONTINUE
                   NOT INVALID KEY
                       MOVE VEND-NOME TO WRK-NOME-VENDEDOR
                       MOVE VEND-REGIAO TO WRK-REGIAO-CADASTRO
               END-READ
           END-IF.

       BUSCAR-NOME-VENDEDOR-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * SOMAR-DIA-REGIAO                                          *
      * SOMA O LIQUIDO DO DIA CORRENTE DO HISTORICO NA REGIAO DA  *
      * ATRIBUICAO EM VIGOR NAQUELE DIA.                          *
      *----------------------------------------------------------*
       SOMAR-DIA-REGIAO.

           MOVE VHIST-VENDEDOR TO ATR-WS-VENDEDOR.
           MOVE VHIST-DATA TO ATR-WS-DATA.
           PERFORM OBTER-REGIAO-DIA.
           PERFORM LOCALIZAR-REGIAO THRU LOCALIZAR-REGIAO-EXIT.
           IF REGIAO-NA-TABELA
               ADD VHIST-VENDAS TO TAB-REG-REALIZADO(WRK-IND-REGIAO)
               SUBTRACT VHIST-DEVOLUCOES
                   FROM TAB-REG-REALIZADO(WRK-IND-REGIAO)
           END-IF.

       SOMAR-DIA-REGIAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * OBTER-REGIAO-DIA                                          *
      * REGIAO DO VENDEDOR EM ATR-WS-VENDEDOR NA DATA EM          *
      * ATR-WS-DATA: A DA ATRIBUICAO EM VIGOR OU, SEM ELA, A DO   *
      * CADASTRO VENDMST; SEM NENHUMA DAS DUAS, "SEM-REGIA".      *
      *----------------------------------------------------------*
       OBTER-REGIAO-DIA.

           PERFORM BUSCAR-ATRIBUICAO THRU BUSCAR-ATRIBUICAO-EXIT.
           IF ATR-ACHADA AND ATR-WS-REGIAO NOT = SPACES
               MOVE ATR-WS-REGIAO TO WRK-REGIAO
           ELSE
               IF WRK-REGIAO-CADASTRO NOT = SPACES
                   MOVE WRK-REGIAO-CADASTRO TO WRK-REGIAO
               ELSE
                   MOVE 'SEM-REGIA' TO WRK-REGIAO
               END-IF
           END-IF.

       OBTER-REGIAO-DIA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LOCALIZAR-REGIAO                                          *
      * POSICIONA WRK-IND-REGIAO NA LINHA DE WRK-REGIAO DA        *
      * TABELA, CRIANDO A LINHA SE PRECISO.                       *
      *----------------------------------------------------------*
       LOCALIZAR-REGIAO.

           MOVE 'N' TO WRK-ACHOU-REGIAO.
           PERFORM PROCURAR-REGIAO
               VARYING WRK-IND-REGIAO FROM 1 BY 1
               UNTIL WRK-IND-REGIAO > WRK-QTD-REGIOES
                   OR REGIAO-NA-TABELA.
           IF REGIAO-NA-TABELA
               MOVE WRK-IND-ACHADO TO WRK-IND-REGIAO
               GO TO LOCALIZAR-REGIAO-EXIT
           END-IF.
           IF WRK-QTD-REGIOES < 20
               ADD 1 TO WRK-QTD-REGIOES
               MOVE WRK-QTD-REGIOES TO WRK-IND-REGIAO
               MOVE WRK-REGIAO TO TAB-REG-NOME(WRK-IND-REGIAO)
               MOVE ZEROS TO TAB-REG-META(WRK-IND-REGIAO)
               MOVE ZEROS TO TAB-REG-REALIZADO(WRK-IND-REGIAO)
               MOVE 'S' TO WRK-ACHOU-REGIAO
           ELSE
               DISPLAY 'TABELA DE REGIOES CHEIA - REGIAO '
                       WRK-REGIAO ' IGNORADA'
           END-IF.

       LOCALIZAR-REGIAO-EXIT.
           EXIT.

       PROCURAR-REGIAO.
           IF TAB-REG-NOME(WRK-IND-REGIAO) = WRK-REGIAO
               MOVE 'S' TO WRK-ACHOU-REGIAO
               MOVE WRK-IND-REGIAO TO WRK-IND-ACHADO
           END-IF.

       PROCURAR-REGIAO-EXIT.
           EXIT.

       IMPRIMIR-REGIAO.
           IF TAB-REG-META(WRK-IND-REGIAO) > ZEROS
               COMPUTE WRK-ATINGIMENTO ROUNDED =
                   TAB-REG-REALIZADO(WRK-IND-REGIAO)
                   / TAB-REG-META(WRK-IND-REGIAO) * 100
           ELSE
               MOVE ZEROS TO WRK-ATINGIMENTO
           END-IF.
           MOVE WRK-ATINGIMENTO TO WRK-ATINGIMENTO-ED.
           MOVE TAB-REG-META(WRK-IND-REGIAO) TO WRK-META-ED.
           MOVE TAB-REG-REALIZADO(WRK-IND-REGIAO) TO WRK-REALIZADO-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING '  ' DELIMITED BY SIZE
                  TAB-REG-NOME(WRK-IND-REGIAO) DELIMITED BY SIZE
                  ' META ' DELIMITED BY SIZE
                  WRK-META-ED DELIMITED BY SIZE
                  ' REAL ' DELIMITED BY SIZE
                  WRK-REALIZADO-ED DELIMITED BY SIZE
                  ' ATING ' DELIMITED BY SIZE
                  WRK-ATINGIMENTO-ED DELIMITED BY SIZE
                  '%' DELIMITED BY SIZE
                  INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       IMPRIMIR-REGIAO-EXIT.
           EXIT.

           COPY 'RUNDATEP.CPY'.
           COPY 'RPTHDRP.CPY'.
           COPY 'PARAMETROSP.CPY'.
           COPY 'VENDATRP.CPY'.
