      ***********************************************************
      * PRECOVW.CPY                                               *
      * CAMPOS DE APOIO PARA A CONSULTA DO PRECO DE VENDA EM      *
      * VIGOR NA LISTA PRECOVEN (PARAGRAFOS DE PRECOVP.CPY).      *
      * USO: COPY 'PRECOVW.CPY'. NA WORKING-STORAGE SECTION.      *
      ***********************************************************
       77  PVEN-WS-STATUS       PIC X(02) VALUE ZEROS.
           88 PVEN-ARQ-OK           VALUE '00'.
           88 PVEN-ARQ-NAO-ENCONTRADO VALUE '23' '35'.
       77  PVEN-WS-ABERTO       PIC X(01) VALUE 'N'.
           88 PVEN-ABERTO           VALUE 'S'.
      *ENTRADA: PRODUTO E DATA DE REFERENCIA
       77  PVEN-WS-PRODUTO      PIC X(10) VALUE SPACES.
       77  PVEN-WS-DATA         PIC 9(08) VALUE ZEROS.
      *SAIDA: PRECO EM VIGOR (PROMOCIONAL SE HOUVER, SENAO O DE
      *LISTA), O PRECO DE LISTA E A ORIGEM DO PRECO EM VIGOR
       77  PVEN-WS-PRECO        PIC 9(07)V99 VALUE ZEROS.
       77  PVEN-WS-PRECO-LISTA  PIC 9(07)V99 VALUE ZEROS.
       77  PVEN-WS-INICIO-LISTA PIC 9(08) VALUE ZEROS.
       77  PVEN-WS-ORIGEM       PIC X(01) VALUE SPACES.
           88 PVEN-SEM-PRECO        VALUE SPACES.
           88 PVEN-PRECO-DE-LISTA   VALUE 'L'.
           88 PVEN-PRECO-PROMOCIONAL VALUE 'P'.
       77  PVEN-WS-VARRE        PIC X(01) VALUE 'N'.
           88 PVEN-VARREDURA-FIM    VALUE 'S'.
