      ***********************************************************
      * VENDATRW.CPY                                              *
      * CAMPOS DE APOIO PARA A CONSULTA AO HISTORICO DE           *
      * ATRIBUICOES DOS VENDEDORES (PARAGRAFOS DE VENDATRP.CPY).  *
      * USO: COPY 'VENDATRW.CPY'. NA WORKING-STORAGE SECTION.     *
      ***********************************************************
       77  ATR-WS-STATUS        PIC X(02) VALUE ZEROS.
           88 ATR-OK                VALUE '00'.
           88 ATR-FIM               VALUE '10'.
           88 ATR-NAO-ENCONTRADO    VALUE '23' '35'.
       77  ATR-WS-ABERTO        PIC X(01) VALUE 'N'.
           88 ATR-ARQ-ABERTO        VALUE 'S'.
       77  ATR-WS-VENDEDOR      PIC 9(04) VALUE ZEROS.
       77  ATR-WS-DATA          PIC 9(08) VALUE ZEROS.
      *RESULTADO DA CONSULTA (S = ATRIBUICAO EM VIGOR NA DATA)
       77  ATR-WS-RESULT        PIC X(01) VALUE 'N'.
           88 ATR-ACHADA            VALUE 'S'.
           88 ATR-NAO-ACHADA        VALUE 'N'.
       77  ATR-WS-REGIAO        PIC X(10) VALUE SPACES.
       77  ATR-WS-FILIAL        PIC X(05) VALUE SPACES.
       77  ATR-WS-INICIO        PIC 9(08) VALUE ZEROS.
       77  ATR-WS-FIM           PIC 9(08) VALUE ZEROS.
       77  ATR-WS-ULT-VENDEDOR  PIC 9(04) VALUE ZEROS.
       77  ATR-WS-FIM-BUSCA     PIC X(01) VALUE 'N'.
           88 ATR-BUSCA-ENCERRADA   VALUE 'S'.
