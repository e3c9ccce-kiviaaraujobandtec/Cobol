      *NA REGIAO "SEM-REGIA".
      *DATA   = 09/03/22
      *HISTORICO DE ALTERACOES
      *21/04/22 KA CADA DIA DO VENDHIST VAI PARA A REGIAO DA
      *ATRIBUICAO EM VIGOR NAQUELA DATA (HISTORICO VENDATR), E
      *NAO MAIS PARA A REGIAO ATUAL DO VENDMST - A MUDANCA DE
      *REGIAO NAO REESCREVE O PASSADO. DIA SEM ATRIBUICAO USA A
      *REGIAO DO CADASTRO, COMO ANTES. NOVA SECAO COM OS MESMOS
      *SUBTOTAIS POR FILIAL DE LOTACAO (NOME DO FILMST).
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

           SELECT FILIAL-MASTER ASSIGN TO "FILMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIL-CODIGO
               FILE STATUS IS WRK-FIL-STATUS.

           SELECT RELATORIO-REGIONAL ASSIGN TO "REGCONS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.
       FD  VENDEDOR-MASTER.
           COPY 'VENDMST.CPY'.

       FD  VENDEDOR-ATRIBUICAO.
           COPY 'VENDATR.CPY'.

       FD  FILIAL-MASTER.
           COPY 'FILMST.CPY'.

       FD  RELATORIO-REGIONAL.
       01  LINHA-RELATORIO     PIC X(80).

       WORKING-STORAGE SECTION.
           COPY 'VENDATRW.CPY'.
       77  WRK-VHIST-STATUS      PIC X(02) VALUE ZEROS.
           88 VHIST-OK VALUE '00'.
           88 VHIST-FIM VALUE '10'.
       77  WRK-VEND-STATUS       PIC X(02) VALUE ZEROS.
           88 VEND-MST-OK VALUE '00'.
           88 VEND-MST-NAO-ENCONTRADO VALUE '23' '35'.
       77  WRK-FIL-STATUS        PIC X(02) VALUE ZEROS.
           88 FIL-MST-OK VALUE '00'.
           88 FIL-MST-NAO-ENCONTRADO VALUE '23' '35'.
       77  WRK-REL-STATUS        PIC X(02) VALUE ZEROS.

       77  WRK-ANOMES-REF        PIC 9(06) VALUE ZEROS.
       77  WRK-ANOMES-REG        PIC 9(06) VALUE ZEROS.
       77  WRK-ANO-REG           PIC 9(04) VALUE ZEROS.
       77  WRK-REGIAO            PIC X(10) VALUE SPACES.
       77  WRK-FILIAL            PIC X(05) VALUE SPACES.
       77  WRK-NOME-FILIAL       PIC X(30) VALUE SPACES.

       77  WRK-ACHOU-REGIAO      PIC X(01) VALUE 'N'.
           88 REGIAO-NA-TABELA VALUE 'S'.
               10 TAB-REG-DEVOL-MES  PIC 9(09)V99.
               10 TAB-REG-VENDAS-ANO PIC 9(09)V99.
               10 TAB-REG-DEVOL-ANO  PIC 9(09)V99.
       77  WRK-ACHOU-FILIAL      PIC X(01) VALUE 'N'.
           88 FILIAL-NA-TABELA VALUE 'S'.
       77  WRK-QTD-FILIAIS       PIC 9(02) VALUE ZEROS.
       77  WRK-IND-FILIAL        PIC 9(02) VALUE ZEROS.
       01  TAB-FILIAIS.
           05 TAB-FIL-LINHA OCCURS 50 TIMES
                           DEPENDING ON WRK-QTD-FILIAIS.
               10 TAB-FIL-CODIGO     PIC X(05).
               10 TAB-FIL-VENDAS-MES PIC 9(09)V99.
               10 TAB-FIL-DEVOL-MES  PIC 9(09)V99.
               10 TAB-FIL-VENDAS-ANO PIC 9(09)V99.
               10 TAB-FIL-DEVOL-ANO  PIC 9(09)V99.
       01  WRK-REG-TROCA.
           05 TROCA-NOME       PIC X(10).
           05 TROCA-VENDAS-MES PIC 9(09)V99.
               DISPLAY 'CADASTRO DE VENDEDORES (VENDMST) NAO '
                       'ENCONTRADO - TUDO VAI PARA SEM-REGIA.'
           END-IF.
           PERFORM ABRIR-ATRIBUICAO.
           OPEN INPUT FILIAL-MASTER.

           OPEN INPUT VENDA-HIST.
           IF VHIST-NAO-ENCONTRADO

           IF WRK-ANO-REG = WRK-ANO-REF
               PERFORM OBTER-REGIAO-VENDEDOR
                   THRU OBTER-REGIAO-VENDEDOR-EXIT
               PERFORM CONSOLIDAR-REGIAO THRU CONSOLIDAR-REGIAO-EXIT
               PERFORM CONSOLIDAR-FILIAL THRU CONSOLIDAR-FILIAL-EXIT
           END-IF.

           READ VENDA-HIST NEXT RECORD
                  INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE 'CONSOLIDACAO POR FILIAL DE LOTACAO'
               TO RPT-HDR-TITULO.
           PERFORM MONTAR-CABECALHO-RELATORIO.
           MOVE RPT-HDR-LINHA TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           PERFORM IMPRIMIR-FILIAL
               VARYING WRK-IND-FILIAL FROM 1 BY 1
               UNTIL WRK-IND-FILIAL > WRK-QTD-FILIAIS.

           PERFORM ORDENAR-RANKING.
           MOVE 'RANKING DAS REGIOES (LIQUIDO DO MES)'
               TO RPT-HDR-TITULO.
           IF NOT VEND-MST-NAO-ENCONTRADO
               CLOSE VENDEDOR-MASTER
           END-IF.
           PERFORM FECHAR-ATRIBUICAO.
           IF NOT FIL-MST-NAO-ENCONTRADO
               CLOSE FILIAL-MASTER
           END-IF.
           DISPLAY 'PROGCOB15D' '   DATA: ' RUNDATE-HOJE-ED.
           DISPLAY 'REGIOES CONSOLIDADAS: ' WRK-QTD-REGIOES.
           DISPLAY 'FILIAIS CONSOLIDADAS: ' WRK-QTD-FILIAIS.
           DISPLAY 'RELATORIO GRAVADO EM REGCONS.'.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

      *----------------------------------------------------------*
      * OBTER-REGIAO-VENDEDOR                                     *
      * BUSCA A REGIAO E A FILIAL DO VENDEDOR DO REGISTRO         *
      * CORRENTE NA ATRIBUICAO EM VIGOR NA DATA DO REGISTRO; SEM  *
      * ATRIBUICAO A REGIAO VEM DO CADASTRO VENDMST E, SEM        *
      * CADASTRO, E "SEM-REGIA".                                  *
      *----------------------------------------------------------*
       OBTER-REGIAO-VENDEDOR.

           MOVE 'SEM-REGIA' TO WRK-REGIAO.
           MOVE VHIST-VENDEDOR TO ATR-WS-VENDEDOR.
           MOVE VHIST-DATA TO ATR-WS-DATA.
           PERFORM BUSCAR-ATRIBUICAO THRU BUSCAR-ATRIBUICAO-EXIT.
           MOVE ATR-WS-FILIAL TO WRK-FILIAL.
           IF ATR-ACHADA AND ATR-WS-REGIAO NOT = SPACES
               MOVE ATR-WS-REGIAO TO WRK-REGIAO
               GO TO OBTER-REGIAO-VENDEDOR-EXIT
           END-IF.
           IF NOT VEND-MST-NAO-ENCONTRADO
               MOVE VHIST-VENDEDOR TO VEND-CODIGO
               READ VENDEDOR-MASTER
       CONSOLIDAR-REGIAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * CONSOLIDAR-FILIAL                                         *
      * SOMA O REGISTRO DO HISTORICO NA FILIAL DE LOTACAO EM      *
      * VIGOR NA DATA (FILIAL EM BRANCO = SEM LOTACAO).           *
      *----------------------------------------------------------*
       CONSOLIDAR-FILIAL.

           MOVE 'N' TO WRK-ACHOU-FILIAL.
           PERFORM PROCURAR-FILIAL
               VARYING WRK-IND-FILIAL FROM 1 BY 1
               UNTIL WRK-IND-FILIAL > WRK-QTD-FILIAIS
                   OR FILIAL-NA-TABELA.

           IF FILIAL-NA-TABELA
               MOVE WRK-IND-ACHADO TO WRK-IND-FILIAL
           ELSE
               IF WRK-QTD-FILIAIS < 50
                   ADD 1 TO WRK-QTD-FILIAIS
                   MOVE WRK-QTD-FILIAIS TO WRK-IND-FILIAL
                   MOVE WRK-FILIAL TO TAB-FIL-CODIGO(WRK-IND-FILIAL)
                   MOVE ZEROS TO TAB-FIL-VENDAS-MES(WRK-IND-FILIAL)
                   MOVE ZEROS TO TAB-FIL-DEVOL-MES(WRK-IND-FILIAL)
                   MOVE ZEROS TO TAB-FIL-VENDAS-ANO(WRK-IND-FILIAL)
                   MOVE ZEROS TO TAB-FIL-DEVOL-ANO(WRK-IND-FILIAL)
               ELSE
                   DISPLAY 'TABELA DE FILIAIS CHEIA - FILIAL '
                           WRK-FILIAL ' IGNORADA'
                   GO TO CONSOLIDAR-FILIAL-EXIT
               END-IF
           END-IF.

           ADD VHIST-VENDAS TO TAB-FIL-VENDAS-ANO(WRK-IND-FILIAL).
           ADD VHIST-DEVOLUCOES
               TO TAB-FIL-DEVOL-ANO(WRK-IND-FILIAL).
           IF WRK-ANOMES-REG = WRK-ANOMES-REF
               ADD VHIST-VENDAS
                   TO TAB-FIL-VENDAS-MES(WRK-IND-FILIAL)
               ADD VHIST-DEVOLUCOES
                   TO TAB-FIL-DEVOL-MES(WRK-IND-FILIAL)
           END-IF.

       CONSOLIDAR-FILIAL-EXIT.
           EXIT.

       PROCURAR-FILIAL.
           IF TAB-FIL-CODIGO(WRK-IND-FILIAL) = WRK-FILIAL
               MOVE 'S' TO WRK-ACHOU-FILIAL
               MOVE WRK-IND-FILIAL TO WRK-IND-ACHADO
           END-IF.

       PROCURAR-FILIAL-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * IMPRIMIR-FILIAL                                           *
      * SUBTOTAIS DA FILIAL DE LOTACAO, NO MESMO FORMATO DA       *
      * REGIAO, COM O NOME DO CADASTRO FILMST.                    *
      *----------------------------------------------------------*
       IMPRIMIR-FILIAL.

           MOVE SPACES TO WRK-NOME-FILIAL.
           IF TAB-FIL-CODIGO(WRK-IND-FILIAL) = SPACES
               MOVE 'SEM FILIAL DE LOTACAO' TO WRK-NOME-FILIAL
           ELSE
               IF NOT FIL-MST-NAO-ENCONTRADO
                   MOVE TAB-FIL-CODIGO(WRK-IND-FILIAL) TO FIL-CODIGO
                   READ FILIAL-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE FIL-NOME TO WRK-NOME-FILIAL
                   END-READ
               END-IF
           END-IF.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING 'FILIAL ' DELIMITED BY SIZE
                  TAB-FIL-CODIGO(WRK-IND-FILIAL) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-NOME-FILIAL DELIMITED BY SIZE
                  INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE TAB-FIL-VENDAS-MES(WRK-IND-FILIAL) TO WRK-VALOR-ED.
           MOVE TAB-FIL-DEVOL-MES(WRK-IND-FILIAL) TO WRK-VALOR2-ED.
           COMPUTE WRK-LIQ-MES =
               TAB-FIL-VENDAS-MES(WRK-IND-FILIAL)
               - TAB-FIL-DEVOL-MES(WRK-IND-FILIAL).
           MOVE WRK-LIQ-MES TO WRK-VALOR3-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING '  MES: VENDAS ' DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  ' DEVOL ' DELIMITED BY SIZE
                  WRK-VALOR2-ED DELIMITED BY SIZE
                  ' LIQ ' DELIMITED BY SIZE
                  WRK-VALOR3-ED DELIMITED BY SIZE
                  INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE TAB-FIL-VENDAS-ANO(WRK-IND-FILIAL) TO WRK-VALOR-ED.
           MOVE TAB-FIL-DEVOL-ANO(WRK-IND-FILIAL) TO WRK-VALOR2-ED.
           COMPUTE WRK-LIQ-ANO =
               TAB-FIL-VENDAS-ANO(WRK-IND-FILIAL)
               - TAB-FIL-DEVOL-ANO(WRK-IND-FILIAL).
           MOVE WRK-LIQ-ANO TO WRK-VALOR3-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING '  ANO: VENDAS ' DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  ' DEVOL ' DELIMITED BY SIZE
                  WRK-VALOR2-ED DELIMITED BY SIZE
                  ' LIQ ' DELIMITED BY SIZE
                  WRK-VALOR3-ED DELIMITED BY SIZE
                  INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       IMPRIMIR-FILIAL-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * IMPRIMIR-REGIAO                                           *
      * SUBTOTAIS DA REGIAO: BRUTO, DEVOLUCOES E LIQUIDO, MES E   *

           COPY 'RUNDATEP.CPY'.
           COPY 'RPTHDRP.CPY'.
           COPY 'VENDATRP.CPY'.
