      *LIBERACAO DO SUPERVISOR, GRAVADA NO AUDIT-TRAIL
      *(LIBERA-PERFIL) - O CENARIO DEIXOU DE SER PORTA DOS
      *FUNDOS PARA QUEM A ABERTURA NORMAL RECUSA
      *07/05/22 KA CENARIO DO PRODUTO CDB-CDI PEDE O PERCENTUAL
      *DO CDI CONTRATADO, GRAVADO NA CONTA COM A DATA DE INICIO
      *DA APROPRIACAO DIARIA, COMO NA ABERTURA DA ATIVIDADE05; O
      *NIVEL DE RISCO E O DO CDB
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-PODE-CONTRATAR PIC X(01) VALUE 'N'.
           88 CONTRATACAO-LIBERADA VALUE 'S'.
       77 WRK-TIPO-PRODUTO PIC X(08) VALUE SPACES.
           88 PRODUTO-CDB      VALUE 'CDB' 'CDB-CDI'.
           88 PRODUTO-POUPANCA VALUE 'POUPANCA'.
           88 PRODUTO-LCI      VALUE 'LCI'.
           88 PRODUTO-CDB-CDI  VALUE 'CDB-CDI'.
      *PERCENTUAL DO CDI CONTRATADO NO CDB-CDI (EX.: 110,00)
       77 WRK-PERC-CDI-ENT PIC X(11) VALUE SPACES.
       77 WRK-PERC-CDI-NUM PIC 9(05) VALUE ZEROS.
       77 WRK-PERC-CDI PIC 9(03)V99 VALUE ZEROS.
       77 WRK-PERC-CDI-ED PIC ZZ9,99 VALUE ZEROS.

      *ADEQUACAO DA CONTRATACAO: IDADE PELO NASCIMENTO DO CADASTRO
      *E NIVEL DE RISCO DO PRODUTO DO CENARIO CONTRA O PERFIL
               GO TO 0002-INICIALIZAR-EXIT
           END-IF.

           IF PRODUTO-CDB-CDI
               DISPLAY 'PERCENTUAL DO CDI (SOMENTE DIGITOS - EX '
                       '11000 = 110,00)'
               ACCEPT WRK-PERC-CDI-ENT FROM CONSOLE
               CALL 'VALIDNUM' USING WRK-PERC-CDI-ENT
                   WRK-ENTRADA-VALIDA
               IF ENTRADA-VALIDA
                   MOVE FUNCTION TRIM(WRK-PERC-CDI-ENT)
                       TO WRK-PERC-CDI-NUM
                   COMPUTE WRK-PERC-CDI = WRK-PERC-CDI-NUM / 100
               END-IF
               IF WRK-PERC-CDI = ZEROS
                   DISPLAY 'PERCENTUAL DO CDI INVALIDO - CONTRATACAO '
                           'RECUSADA.'
                   GO TO 0002-INICIALIZAR-EXIT
               END-IF
               MOVE WRK-PERC-CDI TO WRK-PERC-CDI-ED
               MOVE 'WRK-PERC-CDI' TO AUD-CAMPO
               MOVE WRK-PERC-CDI-ED TO AUD-VALOR
               PERFORM GRAVAR-AUDITORIA
           END-IF.

           OPEN I-O INVESTIMENTO-LEDGER.
           IF LEDGER-NAO-ENCONTRADO
               OPEN OUTPUT INVESTIMENTO-LEDGER
           MOVE WRK-CPF TO LEDGER-CPF.
           MOVE 'A' TO LEDGER-SITUACAO.
           MOVE WRK-VENC-CONTA TO LEDGER-VENCIMENTO.
           MOVE ZEROS TO LEDGER-PERC-CDI.
           MOVE ZEROS TO LEDGER-DATA-APROP.
           IF PRODUTO-CDB-CDI
               MOVE WRK-PERC-CDI TO LEDGER-PERC-CDI
               MOVE RUNDATE-HOJE TO LEDGER-DATA-APROP
           END-IF.
           WRITE REG-LEDGER.
           DISPLAY 'CONTA ' WRK-CONTA ' ABERTA (' CEN-TIPO-PROD ').'.

