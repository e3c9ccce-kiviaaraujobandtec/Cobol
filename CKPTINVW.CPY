      ***********************************************************
      * CKPTINVW.CPY                                              *
      * CAMPOS DE APOIO DO PONTO DE CONTROLE DOS PASSOS NOTURNOS  *
      * DE INVESTIMENTOS (CKPTINVP.CPY, LAYOUT CKPTINV.CPY).      *
      * O INTERVALO PADRAO E SOBREPOSTO PELO PARAMETRO            *
      * CKPT-INTERV-INV QUANDO CADASTRADO.                        *
      * USO: COPY 'CKPTINVW.CPY'. NA WORKING-STORAGE SECTION.     *
      ***********************************************************
       77  CKI-WS-STATUS        PIC X(02) VALUE ZEROS.
           88 CKI-ARQ-OK            VALUE '00'.
           88 CKI-ARQ-NAO-ENCONTRADO VALUE '23' '35'.
       77  CKI-WS-ABERTO        PIC X(01) VALUE 'N'.
           88 CKI-ABERTO            VALUE 'S'.
       77  CKI-WS-PASSO         PIC X(08) VALUE SPACES.
       77  CKI-WS-CHAVE         PIC X(10) VALUE SPACES.
       77  CKI-WS-INTERVALO     PIC 9(05) VALUE 50.
       77  CKI-WS-CONTADOR      PIC 9(05) VALUE ZEROS.
       77  CKI-WS-PROCESSADOS   PIC 9(07) VALUE ZEROS.
       77  CKI-WS-RETOMADA      PIC X(01) VALUE 'N'.
           88 CKI-RETOMANDO         VALUE 'S'.
       77  CKI-WS-CHAVE-RETOMADA PIC X(10) VALUE SPACES.
       77  CKI-WS-PULADAS       PIC 9(07) VALUE ZEROS.
