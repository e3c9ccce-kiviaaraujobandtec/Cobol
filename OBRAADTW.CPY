      ***********************************************************
      * OBRAADTW.CPY                                              *
      * CAMPOS DE APOIO PARA A SOMA DOS ADITIVOS DA OBRA          *
      * (OBRAADTP.CPY).                                           *
      * USO: COPY 'OBRAADTW.CPY'. NA WORKING-STORAGE SECTION.     *
      ***********************************************************
       77  ADT-WS-STATUS        PIC X(02) VALUE ZEROS.
           88 ADT-ARQ-OK            VALUE '00'.
           88 ADT-ARQ-FIM           VALUE '10'.
           88 ADT-ARQ-NAO-ENCONTRADO VALUE '23' '35'.
       77  ADT-WS-ABERTO        PIC X(01) VALUE 'N'.
           88 ADT-ABERTO            VALUE 'S'.
           88 ADT-AUSENTE           VALUE 'A'.
       77  ADT-WS-OBRA          PIC 9(04) VALUE ZEROS.
       77  ADT-WS-FIM           PIC X(01) VALUE 'N'.
           88 ADT-VARREDURA-FIM     VALUE 'S'.
       77  ADT-WS-QTD-APROV     PIC 9(03) VALUE ZEROS.
       77  ADT-WS-QTD-PEND      PIC 9(03) VALUE ZEROS.
       77  ADT-WS-AREA-APROV    PIC 9(07)V99 VALUE ZEROS.
       77  ADT-WS-CUSTO-APROV   PIC 9(09)V99 VALUE ZEROS.
       77  ADT-WS-VALOR-APROV   PIC 9(09)V99 VALUE ZEROS.
