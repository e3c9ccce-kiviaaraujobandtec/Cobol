      ***********************************************************
      * SODW.CPY                                                  *
      * CAMPOS DE APOIO DA CONFERENCIA DE SEGREGACAO DE FUNCOES   *
      * (PARAGRAFOS DE SODP.CPY): TABELA DAS REGRAS ATIVAS DO     *
      * SODREGRA, TABELA DAS OPCOES CONCEDIDAS AO OPERADOR        *
      * CONFERIDO E O RESULTADO DA CONFERENCIA DE CADA REGRA.     *
      * USO: COPY 'SODW.CPY'. NA WORKING-STORAGE SECTION.         *
      ***********************************************************
       77  SOD-WS-STATUS        PIC X(02) VALUE ZEROS.
           88 SOD-OK                VALUE '00'.
           88 SOD-NAO-ENCONTRADO    VALUE '23' '35'.
       77  SOD-WS-REGRAS        PIC X(01) VALUE 'N'.
           88 SOD-REGRAS-PRESENTES  VALUE 'S'.
       77  SOD-WS-FIM           PIC X(01) VALUE 'N'.
           88 SOD-VARREDURA-FIM     VALUE 'S'.
       77  SOD-QTD-REGRAS       PIC 9(03) VALUE ZEROS.
       77  SOD-IND              PIC 9(03) VALUE ZEROS.
       01  SOD-TAB-REGRAS.
           05 SOD-TAB-REGRA OCCURS 100 TIMES.
               10 SOD-TAB-CODIGO    PIC X(06).
               10 SOD-TAB-TIPO-A    PIC X(01).
               10 SOD-TAB-OPCAO-A   PIC 9(02).
               10 SOD-TAB-TIPO-B    PIC X(01).
               10 SOD-TAB-OPCAO-B   PIC 9(02).
               10 SOD-TAB-DESCRICAO PIC X(40).
               10 SOD-TAB-QTD       PIC 9(05).
      *OPERADOR CONFERIDO, MOVIDO PELO CHAMADOR: ID, NIVEL DO
      *OPERMST E SE AS CONCESSOES VEM DO AUTORIZ ('S') OU DO
      *ESQUEMA ANTIGO POR NIVEL ('N', AUTORIZ AUSENTE)
       77  SOD-WS-OPERADOR      PIC X(08) VALUE SPACES.
       77  SOD-WS-NIVEL         PIC 9(01) VALUE ZEROS.
           88 SOD-NIVEL-SUPERVISOR  VALUE 9.
       77  SOD-WS-AUTORIZ       PIC X(01) VALUE 'S'.
           88 SOD-PERFIL-AUTORIZ    VALUE 'S'.
       01  SOD-TAB-OPCOES.
           05 SOD-TAB-CONCEDIDA OCCURS 99 TIMES PIC X(01).
      *LADO EM CONFERENCIA E O RESULTADO
       77  SOD-WS-TIPO          PIC X(01) VALUE SPACES.
       77  SOD-WS-OPCAO         PIC 9(02) VALUE ZEROS.
       77  SOD-WS-TEM           PIC X(01) VALUE 'N'.
           88 SOD-TEM-PRIVILEGIO    VALUE 'S'.
       77  SOD-WS-ORIGEM        PIC X(07) VALUE SPACES.
       77  SOD-WS-LADO-ED       PIC X(08) VALUE SPACES.
       77  SOD-WS-OPCAO-ED      PIC 9(02) VALUE ZEROS.
      *RESULTADO DA REGRA SOD-IND
       77  SOD-WS-CONFLITO      PIC X(01) VALUE 'N'.
           88 SOD-HA-CONFLITO       VALUE 'S'.
       77  SOD-WS-LADO-A-ED     PIC X(08) VALUE SPACES.
       77  SOD-WS-ORIGEM-A      PIC X(07) VALUE SPACES.
       77  SOD-WS-LADO-B-ED     PIC X(08) VALUE SPACES.
       77  SOD-WS-ORIGEM-B      PIC X(07) VALUE SPACES.
