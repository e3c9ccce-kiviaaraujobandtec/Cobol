      ***********************************************************
      * FGCW.CPY                                                  *
      * CAMPOS DE APOIO PARA O CONTROLE DE EXPOSICAO AO FUNDO     *
      * GARANTIDOR DE CREDITOS (FGC) POR CPF (FGCP.CPY): SOMA DOS *
      * SALDOS DAS CONTAS ABERTAS DE PRODUTO GARANTIDO (CDB,      *
      * CDB-CDI E LCI) DO MESMO LEDGER-CPF CONTRA O TETO DE       *
      * GARANTIA DE PARAMETROS (FGC-LIMITE-MIL, EM MILHARES DE    *
      * REAIS; PADRAO 250 = R$ 250.000,00), COM O PERCENTUAL DE   *
      * ALERTA (FGC-ALERTA-PCT, PADRAO 90) E A ACAO DOS LOTES     *
      * (FGC-SO-AVISO: 1 = POSTA E SO AVISA; PADRAO 0 = SUSPENDE). *
      * USO: COPY 'FGCW.CPY'. NA WORKING-STORAGE SECTION.         *
      ***********************************************************
       77  FGC-WS-CPF           PIC 9(11) VALUE ZEROS.
       77  FGC-WS-CONTA         PIC 9(06) VALUE ZEROS.
       77  FGC-WS-TIPO-PROD     PIC X(08) VALUE SPACES.
           88 FGC-PRODUTO-GARANTIDO VALUE 'CDB' 'CDB-CDI' 'LCI'.
       77  FGC-WS-VALOR         PIC S9(08)V99 VALUE ZEROS.
       77  FGC-WS-LIMITE        PIC 9(09)V99 VALUE 250000.
       77  FGC-WS-ALERTA-PCT    PIC 9(03)V99 VALUE 90.
       77  FGC-WS-ALERTA        PIC 9(09)V99 VALUE 225000.
       77  FGC-WS-SO-AVISO      PIC 9(01) VALUE ZEROS.
           88 FGC-LOTE-SO-AVISA     VALUE 1.
       77  FGC-WS-EXPOSICAO     PIC S9(10)V99 VALUE ZEROS.
       77  FGC-WS-EXPOSICAO-APOS PIC S9(10)V99 VALUE ZEROS.
       77  FGC-WS-DESCOBERTO    PIC S9(10)V99 VALUE ZEROS.
       77  FGC-WS-QTD-CONTAS    PIC 9(03) VALUE ZEROS.
       77  FGC-WS-VARRE         PIC X(01) VALUE 'N'.
           88 FGC-VARREDURA-FIM     VALUE 'S'.
       77  FGC-WS-SITUACAO      PIC X(01) VALUE 'N'.
           88 FGC-NAO-SE-APLICA     VALUE 'N'.
           88 FGC-DENTRO-LIMITE     VALUE 'D'.
           88 FGC-ACIMA-LIMITE      VALUE 'A'.
