      *14/03/22 KA AS FAIXAS DE RECARGA ACOMPANHAM OS LAYOUTS
      *AMPLIADOS: CLIENTE 107->117 (CONSENTIMENTO, NASCIMENTO E
      *PERFIL) E LEDGER 36->44 (LEDGER-VENCIMENTO)
      *07/05/22 KA LEDGER 44->57 (LEDGER-PERC-CDI E
      *LEDGER-DATA-APROP DO PRODUTO CDB-CDI)
      *31/05/22 KA CLIENTE 117->146 (CEP, NUMERO E COMPLEMENTO)
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                   AT END
                       SET DADOS-FIM TO TRUE
                   NOT AT END
                       MOVE REG-DESCARGA(1:146) TO REG-CLIENTE
                       WRITE REG-CLIENTE
                       ADD 1 TO WRK-TOTAL-RECARREGADOS
               END-READ
                   AT END
                       SET DADOS-FIM TO TRUE
                   NOT AT END
                       MOVE REG-DESCARGA(1:57) TO REG-LEDGER
                       WRITE REG-LEDGER
                       ADD 1 TO WRK-TOTAL-RECARREGADOS
               END-READ
