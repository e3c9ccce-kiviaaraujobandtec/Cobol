      ***********************************************************
      * GERACAOW.CPY                                              *
      * CAMPOS DE APOIO PARA O REGISTRO DE UMA NOVA GERACAO       *
      * (GERACAOP.CPY).                                           *
      * USO: COPY 'GERACAOW.CPY'. NA WORKING-STORAGE SECTION.     *
      ***********************************************************
       77  GER-WS-STATUS        PIC X(02) VALUE ZEROS.
           88 GER-ARQ-OK            VALUE '00'.
           88 GER-ARQ-FIM           VALUE '10'.
           88 GER-ARQ-NAO-ENCONTRADO VALUE '23' '35'.
       77  GER-WS-ARQUIVO       PIC X(08) VALUE SPACES.
       77  GER-WS-NOVO          PIC X(10) VALUE SPACES.
       77  GER-WS-CONTAGEM      PIC 9(07) VALUE ZEROS.
       77  GER-WS-ULTIMO        PIC 9(05) VALUE ZEROS.
       77  GER-WS-FIM           PIC X(01) VALUE 'N'.
           88 GER-VARREDURA-FIM     VALUE 'S'.
