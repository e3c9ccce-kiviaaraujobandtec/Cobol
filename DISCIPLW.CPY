      ***********************************************************
      * DISCIPLW.CPY                                              *
      * CAMPOS DE APOIO PARA A CONSULTA AO CADASTRO DE            *
      * DISCIPLINAS (DISCIPLP.CPY).                               *
      * USO: COPY 'DISCIPLW.CPY'. NA WORKING-STORAGE SECTION.     *
      ***********************************************************
       77  DISC-WS-STATUS       PIC X(02) VALUE ZEROS.
           88 DISC-ARQ-OK           VALUE '00'.
           88 DISC-ARQ-NAO-ENCONTRADO VALUE '23' '35'.
       77  DISC-WS-ABERTO       PIC X(01) VALUE 'N'.
           88 DISC-ABERTO           VALUE 'S'.
           88 DISC-AUSENTE          VALUE 'A'.
       77  DISC-WS-CODIGO       PIC X(04) VALUE SPACES.
       77  DISC-WS-NOME         PIC X(30) VALUE SPACES.
       77  DISC-WS-ACHADA       PIC X(01) VALUE 'N'.
           88 DISCIPLINA-CADASTRADA VALUE 'S'.
