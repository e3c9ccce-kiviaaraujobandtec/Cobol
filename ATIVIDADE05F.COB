      *SAIDA EM RENTREL.
      *DATA   = 19/03/22
      *HISTORICO DE ALTERACOES
      *05/05/22 KA TRANSFERENCIA PARA DEPOSITO JUDICIAL ENTRA NO
      *TOTAL RESGATADO, COMO O RESGATE E O ENCERRAMENTO
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                       ADD MOV-VALOR TO WRK-DEPOSITADO
                   WHEN MOV-RESGATE
                   WHEN MOV-ENCERRAMENTO
                   WHEN MOV-DEPOSITO-JUDICIAL
                       SUBTRACT MOV-VALOR FROM WRK-RESGATADO
                   WHEN MOV-JUROS
                       ADD MOV-VALOR TO WRK-JUROS
