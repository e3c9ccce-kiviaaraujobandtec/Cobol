      *PELO INVLEDGN GERADO.
      *DATA   = 14/04/22
      *HISTORICO DE ALTERACOES
      *07/05/22 KA O LAYOUT ANTIGO PASSA A SER O DE 44 POSICOES
      *(ATE O VENCIMENTO), QUE E O ARQUIVO DE PRODUCAO ATUAL; O
      *ARQUIVO NOVO GANHA LEDGER-PERC-CDI E LEDGER-DATA-APROP DO
      *PRODUTO CDB-CDI, GRAVADOS ZERADOS (NENHUMA CONTA ANTIGA E
      *DO PRODUTO NOVO). O VENCIMENTO E COPIADO COMO ESTA
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 ANT-TIPO-PROD    PIC X(08).
           05 ANT-CPF          PIC 9(11).
           05 ANT-SITUACAO     PIC X(01).
           05 ANT-VENCIMENTO   PIC 9(08).

       FD  LEDGER-NOVO.
           COPY 'LEDGER.CPY'.
           MOVE ANT-TIPO-PROD TO LEDGER-TIPO-PROD.
           MOVE ANT-CPF TO LEDGER-CPF.
           MOVE ANT-SITUACAO TO LEDGER-SITUACAO.
           MOVE ANT-VENCIMENTO TO LEDGER-VENCIMENTO.
           MOVE ZEROS TO LEDGER-PERC-CDI.
           MOVE ZEROS TO LEDGER-DATA-APROP.
           WRITE REG-LEDGER
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR CONTA ' LEDGER-CONTA
