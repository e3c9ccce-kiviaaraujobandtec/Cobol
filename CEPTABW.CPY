      ***********************************************************
      * CEPTABW.CPY                                               *
      * CAMPOS DE APOIO PARA A CONSULTA DA TABELA DE CEP E A      *
      * MONTAGEM DO ENDERECO DO CLIENTE (CEPTABP.CPY).            *
      * USO: COPY 'CEPTABW.CPY'. NA WORKING-STORAGE SECTION.      *
      ***********************************************************
       77  CEP-WS-STATUS        PIC X(02) VALUE ZEROS.
           88 CEP-ARQ-OK            VALUE '00'.
           88 CEP-ARQ-NAO-ENCONTRADO VALUE '23' '35'.
       77  CEP-WS-ABERTA        PIC X(01) VALUE 'N'.
           88 CEP-TABELA-ABERTA     VALUE 'S'.
           88 CEP-TABELA-AUSENTE    VALUE 'X'.
       77  CEP-WS-CEP           PIC 9(08) VALUE ZEROS.
       77  CEP-WS-ACHADO        PIC X(01) VALUE 'N'.
           88 CEP-ENCONTRADO        VALUE 'S'.
       77  CEP-WS-NUMERO        PIC X(06) VALUE SPACES.
       77  CEP-WS-COMPLEMENTO   PIC X(15) VALUE SPACES.
       77  CEP-WS-ENDERECO      PIC X(30) VALUE SPACES.
       77  CEP-WS-CIDADE        PIC X(20) VALUE SPACES.
       77  CEP-WS-UF            PIC X(02) VALUE SPACES.
       77  CEP-WS-RUA           PIC X(30) VALUE SPACES.
       77  CEP-WS-SUFIXO        PIC X(30) VALUE SPACES.
       77  CEP-WS-PONTEIRO      PIC 9(02) COMP VALUE ZEROS.
       77  CEP-WS-ESPACO        PIC 9(02) COMP VALUE ZEROS.
