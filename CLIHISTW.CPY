       77  HIS-WS-CAMPO        PIC X(15) VALUE SPACES.
       77  HIS-WS-ANTES        PIC X(30) VALUE SPACES.
       77  HIS-WS-DEPOIS       PIC X(30) VALUE SPACES.
      *HORA DO SISTEMA (HHMMSSCC) - O HISTORICO GUARDA SO O HHMMSS
       77  HIS-WS-HORA         PIC 9(08) VALUE ZEROS.
