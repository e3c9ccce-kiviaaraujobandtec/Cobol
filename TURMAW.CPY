      ***********************************************************
      * TURMAW.CPY                                                *
      * CAMPOS DE APOIO PARA A CONSULTA AO CADASTRO DE TURMAS     *
      * (TURMAP.CPY).                                             *
      * USO: COPY 'TURMAW.CPY'. NA WORKING-STORAGE SECTION.       *
      ***********************************************************
       77  TUR-WS-STATUS        PIC X(02) VALUE ZEROS.
           88 TUR-ARQ-OK            VALUE '00'.
           88 TUR-ARQ-NAO-ENCONTRADO VALUE '23' '35'.
       77  TUR-WS-ABERTO        PIC X(01) VALUE 'N'.
           88 TUR-ABERTO            VALUE 'S'.
           88 TUR-AUSENTE           VALUE 'A'.
       77  TUR-WS-CODIGO        PIC X(05) VALUE SPACES.
       77  TUR-WS-ACHADA        PIC X(01) VALUE 'N'.
           88 TURMA-CADASTRADA      VALUE 'S'.
       77  TUR-WS-DISPONIVEL    PIC X(01) VALUE 'N'.
           88 TURMA-DISPONIVEL      VALUE 'S'.
