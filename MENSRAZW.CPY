      ***********************************************************
      * MENSRAZW.CPY                                              *
      * CAMPOS DE APOIO PARA O RAZAO DA CONTA MENS-RECEBER        *
      * (MENSRAZ.CPY / MENSRAZP.CPY). MRZ-WS-SALDO DEVOLVE O SALDO*
      * DA CONTA NO MES MRZ-WS-ANOMES APOS LER-RAZAO-MENSAL.      *
      * USO: COPY 'MENSRAZW.CPY'. NA WORKING-STORAGE SECTION.     *
      ***********************************************************
       77  MRZ-WS-STATUS        PIC X(02) VALUE ZEROS.
           88 MRZ-OK                VALUE '00'.
           88 MRZ-NAO-ENCONTRADO    VALUE '23' '35'.
       77  MRZ-WS-ABERTO        PIC X(01) VALUE 'N'.
           88 MRZ-IMPLANTADO        VALUE 'S'.
           88 MRZ-SEM-RAZAO         VALUE 'N'.
       77  MRZ-WS-VARRER        PIC X(01) VALUE 'N'.
           88 MRZ-VARRER-FIM        VALUE 'F'.
       77  MRZ-WS-MES           PIC X(01) VALUE 'N'.
           88 MRZ-MES-GRAVADO       VALUE 'S'.
       77  MRZ-WS-ANOMES        PIC 9(06) VALUE ZEROS.
       77  MRZ-WS-IMPLANTACAO   PIC 9(09)V99 VALUE ZEROS.
       77  MRZ-WS-FATURADO      PIC 9(09)V99 VALUE ZEROS.
       77  MRZ-WS-ACRESCIMO     PIC 9(09)V99 VALUE ZEROS.
       77  MRZ-WS-BAIXADO       PIC 9(09)V99 VALUE ZEROS.
       77  MRZ-WS-SALDO-ANTERIOR PIC S9(09)V99 VALUE ZEROS.
       77  MRZ-WS-SALDO         PIC S9(09)V99 VALUE ZEROS.
