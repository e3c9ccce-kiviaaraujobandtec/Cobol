      ***********************************************************
      * CARTPRVW.CPY                                              *
      * CAMPOS DE APOIO PARA A CONFERENCIA DA FORMA DE PAGAMENTO  *
      * E A GRAVACAO DAS LIQUIDACOES PREVISTAS DE CARTAO          *
      * (PARAGRAFOS DE CARTPRVP.CPY). AS CONDICOES DA             *
      * CREDENCIADORA VEM DO PARAMETROS; OS VALORES ABAIXO SAO O  *
      * PADRAO QUANDO O CODIGO NAO ESTA CADASTRADO.               *
      * USO: COPY 'CARTPRVW.CPY'. NA WORKING-STORAGE SECTION.     *
      ***********************************************************
       77  CPRV-WS-STATUS       PIC X(02) VALUE ZEROS.
           88 CPRV-OK               VALUE '00'.
           88 CPRV-FIM              VALUE '10'.
           88 CPRV-NAO-ENCONTRADO   VALUE '23' '35'.
      *TAXA (% SOBRE O BRUTO) E PRAZO (DIAS CORRIDOS) DE PAGAMENTO
       77  CPRV-WS-TAXA-DEB     PIC 9(02)V9999 VALUE 1,5.
       77  CPRV-WS-TAXA-CRED    PIC 9(02)V9999 VALUE 3,2.
       77  CPRV-WS-PRAZO-DEB    PIC 9(03) VALUE 1.
       77  CPRV-WS-PRAZO-CRED   PIC 9(03) VALUE 30.
       77  CPRV-WS-PRAZO        PIC 9(03) VALUE ZEROS.
      *LOTE DE ORIGEM DA VENDA, MOVIDO PELO CHAMADOR
       77  CPRV-WS-LOTE         PIC 9(06) VALUE ZEROS.
      *MOTIVO DA RECUSA (BRANCO = PAGAMENTO ACEITO): PAG
       77  CPRV-WS-MOTIVO       PIC X(03) VALUE SPACES.
           88 CPRV-PAGAMENTO-OK     VALUE SPACES.
       77  CPRV-WS-GRAVADOS     PIC 9(05) VALUE ZEROS.
