      ***********************************************************
      * NOTACORW.CPY                                              *
      * CAMPOS DE APOIO PARA AS NOTAS DE CORTE POR DISCIPLINA     *
      * (NOTACORP.CPY). AS NOTAS GERAIS JA LIDAS FICAM EM         *
      * NCOR-WS-APROV-GERAL / NCOR-WS-RECUP-GERAL; AS DE CADA     *
      * DISCIPLINA SAO GUARDADAS NA TABELA NCOR-TAB-CORTES PARA   *
      * NAO RELER PARAMETROS A CADA REGISTRO.                     *
      * USO: COPY 'NOTACORW.CPY'. NA WORKING-STORAGE SECTION.     *
      ***********************************************************
       77  NCOR-WS-DISCIPLINA   PIC X(04) VALUE SPACES.
       77  NCOR-WS-APROVACAO    PIC 9(02) VALUE 6.
       77  NCOR-WS-RECUPERACAO  PIC 9(02) VALUE 2.
       77  NCOR-WS-APROV-GERAL  PIC 9(02) VALUE 6.
       77  NCOR-WS-RECUP-GERAL  PIC 9(02) VALUE 2.
       01  NCOR-WS-CODIGO.
           05 NCOR-WS-PREFIXO   PIC X(11) VALUE SPACES.
           05 NCOR-WS-COD-DISC  PIC X(04) VALUE SPACES.
           05 FILLER            PIC X(02) VALUE SPACES.
       77  NCOR-WS-QTD          PIC 9(02) VALUE ZEROS.
       77  NCOR-WS-IND          PIC 9(02) VALUE ZEROS.
       77  NCOR-WS-ACHOU        PIC X(01) VALUE 'N'.
           88 NCOR-NA-TABELA        VALUE 'S'.
       01  NCOR-TAB-CORTES.
           05 NCOR-TAB-LINHA OCCURS 30 TIMES.
               10 NCOR-TAB-DISCIPLINA PIC X(04).
               10 NCOR-TAB-APROVACAO  PIC 9(02).
               10 NCOR-TAB-RECUPERACAO PIC 9(02).
