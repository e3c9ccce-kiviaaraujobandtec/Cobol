      *POR LINHA E SALDO DE FECHAMENTO), GRAVANDO EM EXTRATOA.
      *DATA   = 23/03/22
      *HISTORICO DE ALTERACOES
      *05/05/22 KA MOVIMENTO 'D' (DEPOSITO JUDICIAL) SAI COMO
      *DEP.JUDIC, COMO NO ATIVIDADE05E
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                   MOVE 'IOF' TO WRK-TIPO-DESC
               WHEN 'E'
                   MOVE 'ENCERRA' TO WRK-TIPO-DESC
               WHEN 'D'
                   MOVE 'DEP.JUDIC' TO WRK-TIPO-DESC
               WHEN OTHER
                   MOVE 'MOVIMENTO' TO WRK-TIPO-DESC
           END-EVALUATE.
