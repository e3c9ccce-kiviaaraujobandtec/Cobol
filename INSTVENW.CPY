      ***********************************************************
      * INSTVENW.CPY                                              *
      * CAMPOS DE APOIO PARA A LEITURA DAS INSTRUCOES DE          *
      * VENCIMENTO DAS CONTAS DE INVESTIMENTO (INSTVENP.CPY,      *
      * LAYOUT INSTVENC.CPY).                                     *
      * USO: COPY 'INSTVENW.CPY'. NA WORKING-STORAGE SECTION.     *
      ***********************************************************
       77  IVC-WS-STATUS        PIC X(02) VALUE ZEROS.
           88 IVC-ARQ-OK            VALUE '00'.
           88 IVC-ARQ-NAO-ENCONTRADO VALUE '23' '35'.
       77  IVC-WS-ABERTO        PIC X(01) VALUE 'N'.
           88 IVC-ABERTO            VALUE 'S'.
           88 IVC-AUSENTE           VALUE 'A'.
       77  IVC-WS-CONTA         PIC 9(06) VALUE ZEROS.
       77  IVC-WS-ACHADA        PIC X(01) VALUE 'N'.
           88 IVC-ENCONTRADA        VALUE 'S'.
       77  IVC-WS-DESC          PIC X(30) VALUE SPACES.
