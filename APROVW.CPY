      * APROVW.CPY                                                *
      * CAMPOS DE APOIO PARA A FILA DE APROVACOES (APROVP.CPY).   *
      * USO: COPY 'APROVW.CPY'. NA WORKING-STORAGE SECTION.       *
      * 28/04/22 KA APRV-WS-PENDENTE: A CONSULTA TAMBEM AVISA     *
      * QUANDO JA HA PENDENCIA 'P' DO MESMO TIPO E DADOS, PARA O  *
      * PROGRAMA DE LOTE NAO ENFILEIRAR O MESMO PEDIDO TODA NOITE *
      * 20/05/22 KA APRV-WS-REJEITADA: A CONSULTA AVISA QUANDO    *
      * O SUPERVISOR REJEITOU PEDIDO DO MESMO TIPO E DADOS, PARA  *
      * O PROGRAMA DE ORIGEM ENCERRAR O PEDIDO (ADITMNT)          *
      ***********************************************************
       77  APRV-WS-STATUS       PIC X(02) VALUE ZEROS.
           88 APRV-ARQ-OK           VALUE '00'.
       77  APRV-WS-PROX-ID      PIC 9(06) VALUE ZEROS.
       77  APRV-WS-VARRE        PIC X(01) VALUE 'N'.
           88 APRV-VARREDURA-FIM    VALUE 'S'.
       77  APRV-WS-PENDENTE     PIC X(01) VALUE 'N'.
           88 APRV-JA-PENDENTE      VALUE 'S'.
       77  APRV-WS-REJEITADA    PIC X(01) VALUE 'N'.
           88 APRV-JA-REJEITADA     VALUE 'S'.
