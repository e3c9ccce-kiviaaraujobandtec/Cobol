      ***********************************************************
      * PONTOSW.CPY                                               *
      * CAMPOS DE APOIO DO PROGRAMA DE PONTOS (PARAGRAFOS DE      *
      * PONTOSP.CPY). AS REGRAS VEM DO PARAMETROS; OS VALORES     *
      * ABAIXO SAO O PADRAO QUANDO O CODIGO NAO ESTA CADASTRADO:  *
      * PONTOS-POR-REAL  = PONTOS GANHOS POR REAL COMPRADO        *
      * PONTOS-VALIDADE  = MESES DE VALIDADE DE CADA GANHO        *
      * PONTOS-VALOR     = VALOR EM REAIS DE UM PONTO NO RESGATE  *
      * USO: COPY 'PONTOSW.CPY'. NA WORKING-STORAGE SECTION.      *
      ***********************************************************
       77  PTS-WS-STATUS        PIC X(02) VALUE ZEROS.
           88 PTS-OK                VALUE '00'.
           88 PTS-NAO-ENCONTRADO    VALUE '23' '35'.
       77  PTM-WS-STATUS        PIC X(02) VALUE ZEROS.
           88 PTM-OK                VALUE '00'.
           88 PTM-FIM               VALUE '10'.
           88 PTM-NAO-ENCONTRADO    VALUE '23' '35'.
       77  PTS-WS-ABERTO        PIC X(01) VALUE 'N'.
           88 PTS-ABERTO            VALUE 'S'.
       77  PTS-WS-SALDO-ACHADO  PIC X(01) VALUE 'N'.
           88 PTS-PARTICIPANTE      VALUE 'S'.
       77  PTS-WS-VARRE-FIM     PIC X(01) VALUE 'N'.
           88 PTS-VARREDURA-FIM     VALUE 'S'.
      *MOTIVO DA RECUSA DO RESGATE (BRANCO = LANCADO): SAL
       77  PTS-WS-MOTIVO        PIC X(03) VALUE SPACES.
           88 PTS-LANCAMENTO-OK     VALUE SPACES.
       77  PTS-WS-HOJE          PIC 9(08) VALUE ZEROS.
       77  PTS-WS-POR-REAL      PIC 9(03)V99 VALUE 1.
       77  PTS-WS-VALIDADE-MESES PIC 9(03) VALUE 12.
       77  PTS-WS-VALOR-PONTO   PIC 9(01)V9999 VALUE 0,01.
      *DADOS DO LANCAMENTO, MOVIDOS PELO CHAMADOR
       77  PTS-WS-CPF           PIC 9(11) VALUE ZEROS.
       77  PTS-WS-VALOR         PIC 9(07)V99 VALUE ZEROS.
       77  PTS-WS-LOTE          PIC 9(06) VALUE ZEROS.
       77  PTS-WS-OPERADOR      PIC X(08) VALUE SPACES.
       01  PTS-WS-DATA-VENDA    PIC 9(08) VALUE ZEROS.
       01  PTS-WS-DATA-VENDA-R REDEFINES PTS-WS-DATA-VENDA.
           05 PTS-WS-VENDA-ANO  PIC 9(04).
           05 PTS-WS-VENDA-MES  PIC 9(02).
           05 PTS-WS-VENDA-DIA  PIC 9(02).
      *PONTOS DO LANCAMENTO (NO RESGATE, MOVIDO PELO CHAMADOR)
       77  PTS-WS-PONTOS        PIC 9(09) VALUE ZEROS.
       77  PTS-WS-A-CONSUMIR    PIC 9(09) VALUE ZEROS.
       77  PTS-WS-CONSUMO-LOTE  PIC 9(09) VALUE ZEROS.
       77  PTS-WS-TIPO          PIC X(01) VALUE SPACES.
       77  PTS-WS-VALIDADE      PIC 9(06) VALUE ZEROS.
       77  PTS-WS-SALDO-LOTE    PIC 9(09) VALUE ZEROS.
       77  PTS-WS-MESES         PIC 9(07) VALUE ZEROS.
       77  PTS-WS-ANO           PIC 9(04) VALUE ZEROS.
       77  PTS-WS-MES           PIC 9(02) VALUE ZEROS.
      *CONTADORES DA RODADA
       77  PTS-WS-QTD-GANHOS    PIC 9(07) VALUE ZEROS.
       77  PTS-WS-QTD-ESTORNOS  PIC 9(07) VALUE ZEROS.
       77  PTS-WS-QTD-ADESOES   PIC 9(07) VALUE ZEROS.
