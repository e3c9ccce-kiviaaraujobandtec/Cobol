      ***********************************************************
      * LIMCREDW.CPY                                              *
      * CAMPOS DE APOIO DA CONFERENCIA DE LIMITE DE CREDITO       *
      * (PARAGRAFOS DE LIMCREDP.CPY). AS REGRAS VEM DO            *
      * PARAMETROS; OS VALORES ABAIXO SAO O PADRAO QUANDO O       *
      * CODIGO NAO ESTA CADASTRADO:                               *
      * CREDITO-LIM-PADR = LIMITE DO CLIENTE SEM REGISTRO NO      *
      *                    LIMCRED                                *
      * CREDITO-DIAS-ATR = PARCELA ABERTA VENCIDA HA MAIS DESTES  *
      *                    DIAS BLOQUEIA CREDITO NOVO             *
      * CREDITO-ALCADA   = LIMITE ACIMA DESTE VALOR SO COM        *
      *                    APROVACAO (LIMMNT)                     *
      * CREDITO-ALERTA   = PERCENTUAL DO LIMITE A PARTIR DO QUAL  *
      *                    O CLIENTE SAI NO RELATORIO LIMREL      *
      * USO: COPY 'LIMCREDW.CPY'. NA WORKING-STORAGE SECTION.     *
      ***********************************************************
       77  LIMC-WS-STATUS       PIC X(02) VALUE ZEROS.
           88 LIMC-OK               VALUE '00'.
           88 LIMC-NAO-ENCONTRADO   VALUE '23' '35'.
       77  LIMC-WS-REC-STATUS   PIC X(02) VALUE ZEROS.
           88 LIMC-REC-OK           VALUE '00'.
           88 LIMC-REC-FIM          VALUE '10'.
       77  LIMC-WS-ABERTO       PIC X(01) VALUE 'N'.
           88 LIMC-ABERTO           VALUE 'S'.
       77  LIMC-WS-RECEB        PIC X(01) VALUE 'N'.
           88 LIMC-RECEB-ABERTO     VALUE 'S'.
       77  LIMC-WS-VARRE-FIM    PIC X(01) VALUE 'N'.
           88 LIMC-VARREDURA-FIM    VALUE 'S'.
       77  LIMC-WS-PROPRIO      PIC X(01) VALUE 'N'.
           88 LIMC-LIMITE-PROPRIO   VALUE 'S'.
      *REGRAS DO CREDITO
       77  LIMC-WS-LIMITE-PADRAO PIC 9(07)V99 VALUE 1000.
       77  LIMC-WS-DIAS-ATRASO  PIC 9(05) VALUE 30.
       77  LIMC-WS-ALCADA       PIC 9(07)V99 VALUE 5000.
       77  LIMC-WS-PCT-ALERTA   PIC 9(03) VALUE 80.
       77  LIMC-WS-HOJE         PIC 9(08) VALUE ZEROS.
       77  LIMC-WS-DATA-CORTE   PIC 9(08) VALUE ZEROS.
      *DADOS DA VENDA, MOVIDOS PELO CHAMADOR
       77  LIMC-WS-CPF          PIC 9(11) VALUE ZEROS.
       77  LIMC-WS-VALOR        PIC 9(07)V99 VALUE ZEROS.
      *MOTIVO DA RECUSA (BRANCO = CREDITO LIBERADO): CPF, ATR, LIM
       77  LIMC-WS-MOTIVO       PIC X(03) VALUE SPACES.
           88 LIMC-CREDITO-OK       VALUE SPACES.
           88 LIMC-SEM-CPF          VALUE 'CPF'.
           88 LIMC-EM-ATRASO        VALUE 'ATR'.
           88 LIMC-ACIMA-LIMITE     VALUE 'LIM'.
      *POSICAO DO CLIENTE APURADA NA CONFERENCIA
       77  LIMC-WS-LIMITE       PIC 9(07)V99 VALUE ZEROS.
       77  LIMC-WS-EXPOSICAO    PIC 9(09)V99 VALUE ZEROS.
       77  LIMC-WS-VENCIDO      PIC 9(09)V99 VALUE ZEROS.
       77  LIMC-WS-VENC-ANTIGO  PIC 9(08) VALUE ZEROS.
       77  LIMC-WS-DISPONIVEL   PIC S9(09)V99 VALUE ZEROS.
      *CREDITO JA CONCEDIDO NA RODADA (AINDA FORA DO RECEB)
       77  LIMC-WS-QTD-TAB      PIC 9(04) VALUE ZEROS.
       77  LIMC-WS-IND          PIC 9(04) VALUE ZEROS.
       77  LIMC-WS-ACHADO       PIC 9(04) VALUE ZEROS.
       01  LIMC-TAB-CONCEDIDO.
           05 LIMC-TAB-ITEM OCCURS 500 TIMES.
               10 LIMC-TAB-CPF      PIC 9(11).
               10 LIMC-TAB-VALOR    PIC 9(09)V99.
