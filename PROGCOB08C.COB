      *PROVAR AO AUDITOR QUEM MUDOU QUAL NOTA E QUANDO.
      *DATA   = 28/02/22
      *HISTORICO DE ALTERACOES
      *11/05/22 KA NOTACORR PASSA A TRAZER A DISCIPLINA
      *(CORR-DISCIPLINA); A CORRECAO SO E APLICADA NO REGISTRO
      *DO ROSTER DA MESMA MATRICULA E DISCIPLINA
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FD  TRANSACOES-CORRECAO.
       01  REG-CORRECAO.
           05 CORR-MATRICULA   PIC 9(06).
           05 CORR-DISCIPLINA  PIC X(04).
           05 CORR-AVALIACAO   PIC 9(01).
           05 CORR-NOTA-ANTIGA PIC 9(02).
           05 CORR-NOTA-NOVA   PIC 9(02).
           05 TAB-COR-LINHA OCCURS 200 TIMES
                           DEPENDING ON WRK-QTD-CORR.
               10 TAB-COR-MATRICULA PIC 9(06).
               10 TAB-COR-DISCIPLINA PIC X(04).
               10 TAB-COR-AVALIACAO PIC 9(01).
               10 TAB-COR-ANTIGA    PIC 9(02).
               10 TAB-COR-NOVA      PIC 9(02).
           PERFORM VARYING WRK-IND-CORR FROM 1 BY 1
                   UNTIL WRK-IND-CORR > WRK-QTD-CORR
               IF TAB-COR-MATRICULA(WRK-IND-CORR) = ROSTER-MATRICULA
                   AND TAB-COR-DISCIPLINA(WRK-IND-CORR)
                       = ROSTER-DISCIPLINA
                   AND COR-PENDENTE(WRK-IND-CORR)
                   PERFORM APLICAR-CORRECAO THRU APLICAR-CORRECAO-EXIT
               END-IF
               ADD 1 TO WRK-QTD-CORR
               MOVE CORR-MATRICULA
                   TO TAB-COR-MATRICULA(WRK-QTD-CORR)
               MOVE CORR-DISCIPLINA
                   TO TAB-COR-DISCIPLINA(WRK-QTD-CORR)
               MOVE CORR-AVALIACAO
                   TO TAB-COR-AVALIACAO(WRK-QTD-CORR)
               MOVE CORR-NOTA-ANTIGA TO TAB-COR-ANTIGA(WRK-QTD-CORR)
               MOVE SPACES TO LINHA-RELATORIO
               STRING 'RECUSADA  MATR ' DELIMITED BY SIZE
                      ROSTER-MATRICULA DELIMITED BY SIZE
                      ' DISC ' DELIMITED BY SIZE
                      ROSTER-DISCIPLINA DELIMITED BY SIZE
                      ' AVAL ' DELIMITED BY SIZE
                      TAB-COR-AVALIACAO(WRK-IND-CORR)
                          DELIMITED BY SIZE
           MOVE 'NOTA-ANTES' TO AUD-CAMPO.
           MOVE SPACES TO AUD-VALOR.
           STRING ROSTER-MATRICULA DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  ROSTER-DISCIPLINA DELIMITED BY SIZE
                  '/AV' DELIMITED BY SIZE
                  TAB-COR-AVALIACAO(WRK-IND-CORR) DELIMITED BY SIZE
                  '=' DELIMITED BY SIZE
           MOVE 'NOTA-DEPOIS' TO AUD-CAMPO.
           MOVE SPACES TO AUD-VALOR.
           STRING ROSTER-MATRICULA DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  ROSTER-DISCIPLINA DELIMITED BY SIZE
                  '/AV' DELIMITED BY SIZE
                  TAB-COR-AVALIACAO(WRK-IND-CORR) DELIMITED BY SIZE
                  '=' DELIMITED BY SIZE
           MOVE SPACES TO LINHA-RELATORIO.
           STRING 'APLICADA  MATR ' DELIMITED BY SIZE
                  ROSTER-MATRICULA DELIMITED BY SIZE
                  ' DISC ' DELIMITED BY SIZE
                  ROSTER-DISCIPLINA DELIMITED BY SIZE
                  ' AVAL ' DELIMITED BY SIZE
                  TAB-COR-AVALIACAO(WRK-IND-CORR) DELIMITED BY SIZE
                  ' DE ' DELIMITED BY SIZE
                   STRING 'NAO ACHADA MATR ' DELIMITED BY SIZE
                          TAB-COR-MATRICULA(WRK-IND-CORR)
                              DELIMITED BY SIZE
                          ' DISC ' DELIMITED BY SIZE
                          TAB-COR-DISCIPLINA(WRK-IND-CORR)
                              DELIMITED BY SIZE
                          ' NO ROSTER' DELIMITED BY SIZE
                          INTO LINHA-RELATORIO
                   WRITE LINHA-RELATORIO
