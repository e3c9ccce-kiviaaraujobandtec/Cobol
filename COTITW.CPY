      ***********************************************************
      * COTITW.CPY                                                *
      * CAMPOS DE APOIO PARA A CONSULTA DE COTITULARES DAS CONTAS *
      * DE INVESTIMENTO (COTITP.CPY, LAYOUT COTITUL.CPY): OS      *
      * COTITULARES DE UMA CONTA (ATE 4) COM A PARTE DE CADA UM E *
      * A DO PRIMEIRO TITULAR, A MODALIDADE DA CONTA E AS CONTAS  *
      * (ATE 50) EM QUE UM CPF E COTITULAR.                       *
      * USO: COPY 'COTITW.CPY'. NA WORKING-STORAGE SECTION.       *
      ***********************************************************
       77  COT-WS-STATUS        PIC X(02) VALUE ZEROS.
           88 COT-ARQ-OK            VALUE '00'.
           88 COT-ARQ-FIM           VALUE '10'.
           88 COT-ARQ-NAO-ENCONTRADO VALUE '23' '35'.
       77  COT-WS-ABERTO        PIC X(01) VALUE 'N'.
           88 COT-ABERTO            VALUE 'S'.
           88 COT-AUSENTE           VALUE 'A'.
       77  COT-WS-CONTA         PIC 9(06) VALUE ZEROS.
       77  COT-WS-CPF-TITULAR   PIC 9(11) VALUE ZEROS.
       77  COT-WS-CPF           PIC 9(11) VALUE ZEROS.
       77  COT-WS-TIPO          PIC X(01) VALUE SPACES.
           88 COT-WS-INDIVIDUAL     VALUE SPACES.
           88 COT-WS-CONJUNTA-E     VALUE 'E'.
           88 COT-WS-CONJUNTA-OU    VALUE 'O'.
       77  COT-WS-QTD           PIC 9(02) VALUE ZEROS.
       77  COT-WS-IND           PIC 9(02) VALUE ZEROS.
       01  COT-WS-TABELA.
           05 COT-WS-LINHA OCCURS 4 TIMES.
               10 COT-WS-TAB-CPF    PIC 9(11).
               10 COT-WS-TAB-PERC   PIC 9(03)V99.
               10 COT-WS-TAB-PARTE  PIC 9(03)V99.
       77  COT-WS-PERC-TITULAR  PIC 9(03)V99 VALUE 100.
       77  COT-WS-PARTICIPACAO  PIC 9(03)V99 VALUE ZEROS.
       77  COT-WS-SOMA-INFORMADA PIC 9(05)V99 VALUE ZEROS.
       77  COT-WS-QTD-IGUAIS    PIC 9(02) VALUE ZEROS.
       77  COT-WS-PARTE-IGUAL   PIC 9(03)V99 VALUE ZEROS.
       77  COT-WS-VARRE         PIC X(01) VALUE 'N'.
           88 COT-VARREDURA-FIM     VALUE 'S'.
       77  COT-WS-QTD-CONTAS    PIC 9(03) VALUE ZEROS.
       01  COT-WS-CONTAS.
           05 COT-WS-CONTA-COT OCCURS 50 TIMES PIC 9(06).
