      ***********************************************************
      * INVTRFW.CPY                                               *
      * CAMPOS DE APOIO PARA O REGISTRO DE TRANSFERENCIAS ENTRE   *
      * CONTAS DE INVESTIMENTO (INVTRFP.CPY, LAYOUT INVTRF.CPY).  *
      * USO: COPY 'INVTRFW.CPY'. NA WORKING-STORAGE SECTION.      *
      ***********************************************************
       77  TRF-WS-STATUS        PIC X(02) VALUE ZEROS.
           88 TRF-ARQ-OK            VALUE '00'.
           88 TRF-ARQ-FIM           VALUE '10'.
           88 TRF-ARQ-NAO-ENCONTRADO VALUE '23' '35'.
       77  TRF-WS-ABERTO        PIC X(01) VALUE 'N'.
           88 TRF-ABERTO            VALUE 'S'.
           88 TRF-AUSENTE           VALUE 'A'.
       77  TRF-WS-ACHADA        PIC X(01) VALUE 'N'.
           88 TRF-ENCONTRADA        VALUE 'S'.
       77  TRF-WS-PROX-REF      PIC 9(08) VALUE ZEROS.
       77  TRF-WS-VARRE         PIC X(01) VALUE 'N'.
           88 TRF-VARREDURA-FIM     VALUE 'S'.
