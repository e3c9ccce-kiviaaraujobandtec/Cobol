      *850,00). O FATURAMENTO MENSAL E O PROGCOB08H.
      *DATA   = 31/03/22
      *HISTORICO DE ALTERACOES
      *13/05/22 KA SO ACEITA TURMA CADASTRADA NO TURMAMST
      *(TURMAP.CPY) - ACABA A MENSALIDADE DE TURMA INEXISTENTE
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS TUI-TURMA
               FILE STATUS IS WRK-TAB-STATUS.

           SELECT TURMA-MASTER ASSIGN TO "TURMAMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TUR-CODIGO
               FILE STATUS IS TUR-WS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MENSALIDADE-TABELA.
           COPY 'MENSTAB.CPY'.

       FD  TURMA-MASTER.
           COPY 'TURMA.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'TURMAW.CPY'.
       77 WRK-TAB-STATUS PIC X(02) VALUE ZEROS.
           88 TAB-OK VALUE '00'.
           88 TAB-NAO-ENCONTRADA VALUE '23' '35'.
           DISPLAY 'TURMA'.
           ACCEPT WRK-TURMA FROM CONSOLE.

           PERFORM ABRIR-TURMAS.
           MOVE WRK-TURMA TO TUR-WS-CODIGO.
           PERFORM CONSULTAR-TURMA.
           IF NOT TURMA-CADASTRADA
               DISPLAY 'TURMA NAO CADASTRADA NO TURMAMST - NADA FOI '
                       'ALTERADO.'
               GO TO 0002-INICIALIZAR-EXIT
           END-IF.

           MOVE 'N' TO WRK-REG-EXISTE.
           MOVE WRK-TURMA TO TUI-TURMA.
           READ MENSALIDADE-TABELA

       0003-FINALIZAR.
           CLOSE MENSALIDADE-TABELA.
           PERFORM FECHAR-TURMAS.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

           COPY 'RUNDATEP.CPY'.
           COPY 'TURMAP.CPY'.
