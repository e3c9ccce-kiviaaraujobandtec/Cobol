      * USO: COPY 'JORNALW.CPY'. NA WORKING-STORAGE SECTION.      *
      * 12/04/22 KA CAMPOS DO CONTROLE DE PERIODO CONTABIL        *
      * (PERCTL) E DO DESVIO PARA O ARQUIVO DE RETENCAO JRNHELD.  *
      * 27/05/22 KA CAMPOS DA CONFERENCIA DA CONTA NO PLANO DE    *
      * CONTAS (PLCONTAS).                                        *
      ***********************************************************
       77  JRN-WS-STATUS        PIC X(02) VALUE ZEROS.
           88 JRN-OK                VALUE '00'.
       77  JRN-WS-ANOMES-CACHE  PIC 9(06) VALUE ZEROS.
       77  JRN-WS-SIT-CACHE     PIC X(01) VALUE 'A'.
       77  JRN-WS-RETIDAS       PIC 9(05) VALUE ZEROS.
       77  JRN-WS-PLC-STATUS    PIC X(02) VALUE ZEROS.
           88 JRN-PLC-OK            VALUE '00'.
           88 JRN-PLC-AUSENTE       VALUE '35'.
       77  JRN-WS-PLC-ABERTO    PIC X(01) VALUE 'N'.
           88 JRN-PLC-CONSULTAVEL   VALUE 'S'.
           88 JRN-PLC-SEM-ARQUIVO   VALUE 'X'.
       77  JRN-WS-CONTA         PIC X(01) VALUE 'S'.
           88 JRN-CONTA-VALIDA      VALUE 'S'.
       77  JRN-WS-CONTA-CACHE   PIC X(12) VALUE SPACES.
       77  JRN-WS-CTA-SIT-CACHE PIC X(01) VALUE 'S'.
       77  JRN-WS-SEM-CONTA     PIC 9(05) VALUE ZEROS.
