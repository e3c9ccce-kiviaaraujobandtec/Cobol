      *(FUNCTION INTEGER-OF-DATE).
      *DATA   = 11/03/22
      *HISTORICO DE ALTERACOES
      *23/04/22 KA A PARCELA ABERTA ENTRA NO AGING PELO SALDO QUE
      *FALTA RECEBER (REC-SALDO), POIS O PROGCOB15K PASSOU A
      *ACEITAR PAGAMENTO PARCIAL
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               COMPUTE WRK-ATRASO = WRK-DIAS-HOJE - WRK-DIAS-VENC
               EVALUATE TRUE
                   WHEN WRK-ATRASO <= ZEROS
                       ADD REC-SALDO TO WRK-VAL-A-VENCER
                   WHEN WRK-ATRASO <= 30
                       ADD REC-SALDO TO WRK-VAL-ATE-30
                       PERFORM LISTAR-PARCELA-VENCIDA
                   WHEN WRK-ATRASO <= 60
                       ADD REC-SALDO TO WRK-VAL-ATE-60
                       PERFORM LISTAR-PARCELA-VENCIDA
                   WHEN WRK-ATRASO <= 90
                       ADD REC-SALDO TO WRK-VAL-ATE-90
                       PERFORM LISTAR-PARCELA-VENCIDA
                   WHEN OTHER
                       ADD REC-SALDO TO WRK-VAL-MAIS-90
                       PERFORM LISTAR-PARCELA-VENCIDA
               END-EVALUATE
           END-IF.
       LISTAR-PARCELA-VENCIDA.

           MOVE REC-VENCIMENTO TO WRK-VENC-ED.
           MOVE REC-SALDO TO WRK-VALOR-ED.
           MOVE SPACES TO LINHA-AGING.
           STRING 'CONTRATO ' DELIMITED BY SIZE
                  REC-CONTRATO DELIMITED BY SIZE
