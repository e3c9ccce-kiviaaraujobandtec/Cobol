      ***********************************************************
      * CDIDIAW.CPY                                               *
      * CAMPOS DE APOIO PARA A LEITURA DA SERIE DIARIA DO CDI     *
      * (CDIDIAP.CPY).                                            *
      * USO: COPY 'CDIDIAW.CPY'. NA WORKING-STORAGE SECTION.      *
      ***********************************************************
       77  CDI-WS-STATUS        PIC X(02) VALUE ZEROS.
           88 CDI-ARQ-OK            VALUE '00'.
           88 CDI-ARQ-NAO-ENCONTRADO VALUE '23' '35'.
       77  CDI-WS-ABERTO        PIC X(01) VALUE 'N'.
           88 CDI-SERIE-ABERTA      VALUE 'S'.
       77  CDI-WS-DATA          PIC 9(08) VALUE ZEROS.
       77  CDI-WS-TAXA          PIC 9(02)V99 VALUE ZEROS.
       77  CDI-WS-ACHADA        PIC X(01) VALUE 'N'.
           88 CDI-ENCONTRADO        VALUE 'S'.
       77  CDI-WS-TENTATIVAS    PIC 9(02) VALUE ZEROS.
