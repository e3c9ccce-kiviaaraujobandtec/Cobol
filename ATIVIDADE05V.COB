           MOVE ZEROS TO LEDGER-CPF.
           MOVE 'A' TO LEDGER-SITUACAO.
           MOVE ZEROS TO LEDGER-VENCIMENTO.
           MOVE ZEROS TO LEDGER-PERC-CDI.
           MOVE ZEROS TO LEDGER-DATA-APROP.
           WRITE REG-LEDGER
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR CONTA ' ANT-CONTA
