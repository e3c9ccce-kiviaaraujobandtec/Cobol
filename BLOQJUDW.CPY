      ***********************************************************
      * BLOQJUDW.CPY                                              *
      * CAMPOS DE APOIO PARA A APURACAO DOS BLOQUEIOS JUDICIAIS   *
      * DE UMA CONTA DE INVESTIMENTO (BLOQJUDP.CPY, LAYOUT        *
      * BLOQJUD.CPY).                                             *
      * USO: COPY 'BLOQJUDW.CPY'. NA WORKING-STORAGE SECTION.     *
      ***********************************************************
       77  BLJ-WS-STATUS        PIC X(02) VALUE ZEROS.
           88 BLJ-ARQ-OK            VALUE '00'.
           88 BLJ-ARQ-FIM           VALUE '10'.
           88 BLJ-ARQ-NAO-ENCONTRADO VALUE '23' '35'.
       77  BLJ-WS-ABERTO        PIC X(01) VALUE 'N'.
           88 BLJ-ABERTO            VALUE 'S'.
           88 BLJ-AUSENTE           VALUE 'A'.
       77  BLJ-WS-CONTA         PIC 9(06) VALUE ZEROS.
       77  BLJ-WS-SALDO         PIC S9(08)V99 VALUE ZEROS.
       77  BLJ-WS-TOTAL         PIC S9(09)V99 VALUE ZEROS.
       77  BLJ-WS-LIVRE         PIC S9(09)V99 VALUE ZEROS.
       77  BLJ-WS-QTD           PIC 9(03) VALUE ZEROS.
       77  BLJ-WS-VARRE         PIC X(01) VALUE 'N'.
           88 BLJ-VARREDURA-FIM     VALUE 'S'.
