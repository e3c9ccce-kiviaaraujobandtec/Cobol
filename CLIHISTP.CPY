      * EXECUTAR FECHAR-HISTORICO-CLI NO ENCERRAMENTO.            *
      * USO: COPY 'CLIHISTP.CPY' REPLACING ==HIS-PROGRAM-ID==     *
      *      BY ==NOME-DO-PROGRAMA==.                             *
      * 10/06/22 KA O OPERADOR E LIDO UMA VEZ POR AUD-OPERADOR-   *
      * LIDO - O AUDIT-TRAIL NAO FICA MAIS ABERTO ENTRE ENTRADAS. *
      * 12/06/22 KA HIS-HORA COM HHMMSS (ANTES O ACCEPT FROM TIME *
      * DIRETO NO 9(06) GUARDAVA MMSSCC).                         *
      ***********************************************************
       GRAVAR-HISTORICO-CLI.
           IF NOT HIS-ABERTO
                   OPEN OUTPUT HISTORICO-CLIENTE
               END-IF
               SET HIS-ABERTO TO TRUE
               IF NOT AUD-OPERADOR-LIDO
                   PERFORM OBTER-OPERADOR-SESSAO
               END-IF
           END-IF.
           ACCEPT HIS-DATA FROM DATE YYYYMMDD.
           ACCEPT HIS-WS-HORA FROM TIME.
           MOVE HIS-WS-HORA(1:6) TO HIS-HORA.
           MOVE HIS-PROGRAM-ID TO HIS-PROGRAMA.
           MOVE HIS-WS-CPF TO HIS-CPF.
           MOVE HIS-WS-CAMPO TO HIS-CAMPO.
