       77  AUD-WS-STATUS       PIC X(02) VALUE ZEROS.
           88 AUD-OK               VALUE '00'.
           88 AUD-NAO-ENCONTRADO   VALUE '35'.
       77  AUD-WS-OPER-LIDO     PIC X(01) VALUE 'N'.
           88 AUD-OPERADOR-LIDO    VALUE 'S'.
      *HORA DO SISTEMA (HHMMSSCC) - A ENTRADA GUARDA SO O HHMMSS
       77  AUD-WS-HORA          PIC 9(08) VALUE ZEROS.
      *ULTIMO ELO DA CADEIA DE HASH - RELIDO DO FIM DO LOG ANTES
      *DE CADA GRAVACAO
       77  AUD-WS-FIM           PIC X(01) VALUE 'N'.
           88 AUD-LOG-FIM          VALUE 'S'.
       77  AUD-WS-SEQUENCIA     PIC 9(09) VALUE ZEROS.
       77  AUD-WS-HASH-ANT      PIC X(30) VALUE ZEROS.
      *CAMPO E VALOR JA MOVIDOS PELO CHAMADOR, GUARDADOS DURANTE A
      *LEITURA DO LOG, QUE USA A MESMA AREA DO REGISTRO
       77  AUD-WS-CAMPO         PIC X(15) VALUE SPACES.
       77  AUD-WS-VALOR         PIC X(30) VALUE SPACES.
