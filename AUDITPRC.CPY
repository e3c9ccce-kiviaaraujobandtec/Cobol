      * OPERSESS (O CHAMADOR DECLARA O ARQUIVO OPERADOR-SESSAO E  *
      * FAZ COPY 'OPERSESW.CPY'.); SEM SESSAO ASSINADA O          *
      * OPERADOR FICA EM BRANCO.                                  *
      * 09/06/22 KA CADEIA DE HASH: A CADA GRAVACAO O LOG E LIDO  *
      * ATE O FIM PARA PEGAR O ULTIMO ELO (SEQUENCIA E HASH) - AS *
      * SESSOES ON-LINE GRAVAM EM PARALELO E O ULTIMO ELO PODE    *
      * SER DE OUTRA SESSAO OU DO CORTE DA FAXINA AUDITHSK; NADA  *
      * E GUARDADO DE UMA ENTRADA PARA A OUTRA. O LOG E ABERTO EM *
      * EXTEND, A ENTRADA LEVA A SEQUENCIA SEGUINTE, O HASH DA    *
      * ANTERIOR E O PROPRIO HASH DA SUBROTINA AUDHASH, E O LOG E *
      * FECHADO EM SEGUIDA PARA A PROXIMA SESSAO ENCONTRAR A      *
      * ENTRADA. LOG INEXISTENTE OU VAZIO COMECA A CADEIA NA      *
      * SEQUENCIA 1. O CAMPO E O VALOR DO CHAMADOR SAO            *
      * PRESERVADOS NA LEITURA. O OPERADOR SEGUE LIDO UMA VEZ.    *
      * 11/06/22 KA FECHAR-AUDITORIA SEM FUNCAO (O LOG JA E       *
      * FECHADO A CADA GRAVACAO); MANTIDO SO PARA OS CHAMADORES.  *
      * 12/06/22 KA AUD-HORA COM HHMMSS - O ACCEPT FROM TIME      *
      * (HHMMSSCC) DIRETO NO 9(06) PERDIA A HORA E A CONFERENCIA  *
      * DE CONCORRENCIA COMPARA ESTE HORARIO.                     *
      ***********************************************************
       GRAVAR-AUDITORIA.
           IF NOT AUD-OPERADOR-LIDO
               PERFORM OBTER-OPERADOR-SESSAO
           END-IF.
           PERFORM OBTER-ULTIMO-ELO.
           OPEN EXTEND AUDIT-TRAIL.
           IF AUD-NAO-ENCONTRADO
               OPEN OUTPUT AUDIT-TRAIL
           END-IF.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-WS-HORA FROM TIME.
           MOVE AUD-WS-HORA(1:6) TO AUD-HORA.
           MOVE AUD-PROGRAM-ID TO AUD-PROGRAMA.
           MOVE AUD-WS-OPERADOR TO AUD-OPERADOR.
           ADD 1 TO AUD-WS-SEQUENCIA.
           MOVE AUD-WS-SEQUENCIA TO AUD-SEQUENCIA.
           MOVE AUD-WS-HASH-ANT TO AUD-HASH-ANT.
           CALL 'AUDHASH' USING REG-AUDITORIA AUD-HASH.
           WRITE REG-AUDITORIA.
           CLOSE AUDIT-TRAIL.

       GRAVAR-AUDITORIA-EXIT.
           EXIT.

       OBTER-ULTIMO-ELO.
           MOVE AUD-CAMPO TO AUD-WS-CAMPO.
           MOVE AUD-VALOR TO AUD-WS-VALOR.
           MOVE ZEROS TO AUD-WS-SEQUENCIA.
           MOVE ZEROS TO AUD-WS-HASH-ANT.
           MOVE 'N' TO AUD-WS-FIM.
           OPEN INPUT AUDIT-TRAIL.
           IF AUD-OK
               PERFORM LER-ELO-AUDITORIA UNTIL AUD-LOG-FIM
               CLOSE AUDIT-TRAIL
           END-IF.
           MOVE AUD-WS-CAMPO TO AUD-CAMPO.
           MOVE AUD-WS-VALOR TO AUD-VALOR.

       OBTER-ULTIMO-ELO-EXIT.
           EXIT.

       LER-ELO-AUDITORIA.
           READ AUDIT-TRAIL
               AT END
                   SET AUD-LOG-FIM TO TRUE
               NOT AT END
                   MOVE AUD-SEQUENCIA TO AUD-WS-SEQUENCIA
                   MOVE AUD-HASH TO AUD-WS-HASH-ANT
           END-READ.

       LER-ELO-AUDITORIA-EXIT.
           EXIT.

      *NADA A FECHAR - GRAVAR-AUDITORIA FECHA O LOG A CADA ENTRADA
       FECHAR-AUDITORIA.
           EXIT.

       FECHAR-AUDITORIA-EXIT.
           EXIT.
               END-READ
               CLOSE OPERADOR-SESSAO
           END-IF.
           SET AUD-OPERADOR-LIDO TO TRUE.

       OBTER-OPERADOR-SESSAO-EXIT.
           EXIT.
