      *- ANTES O OPERADOR ENTRAVA MESMO ASSIM E A SENHA
      *PROVISORIA, CONHECIDA DO SUPERVISOR, VALIA POR SESSAO
      *INTEIRA INDEFINIDAMENTE
      *01/06/22 KA OPCAO 9 - HISTORICO DE CONTATOS DO CLIENTE
      *(CONTMNT): LIGACOES, VISITAS E E-MAILS COM O OPERADOR DA
      *SESSAO E RETORNO EM ABERTO PARA A LISTA CONTPEND
      *03/06/22 KA OPCAO 10 - RESGATE DE PONTOS DE FIDELIDADE NO
      *CAIXA (PONTRESG). COMO A OPCAO 3, E RECUSADA COM O SISTEMA
      *TRAVADO PELA RODADA NOTURNA, QUE EXPIRA PONTOS (PONTEXP)
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           IF OPCAO-PERMITIDA
               DISPLAY ' 8 - EXTRATO AUDITORIA CPF     (ATIVIDADE01X)'
           END-IF.
           MOVE 9 TO WRK-OPCAO-TESTE.
           PERFORM VERIFICAR-PERMISSAO.
           IF OPCAO-PERMITIDA
               DISPLAY ' 9 - CONTATOS DO CLIENTE            (CONTMNT)'
           END-IF.
           MOVE 10 TO WRK-OPCAO-TESTE.
           PERFORM VERIFICAR-PERMISSAO.
           IF OPCAO-PERMITIDA
               DISPLAY '10 - RESGATE DE PONTOS             (PONTRESG)'
           END-IF.
           DISPLAY '99 - SAIR'.
           DISPLAY '========================================'.
           ACCEPT WRK-OPCAO.
               END-IF
           END-IF.

           IF WRK-OPCAO = 3 OR WRK-OPCAO = 10
               PERFORM VERIFICAR-QUIESCE THRU VERIFICAR-QUIESCE-EXIT
               IF SISTEMA-TRAVADO
                   PERFORM LIBERAR-QUIESCE-MENU THRU
                   ELSE
                       DISPLAY 'OPCAO RESTRITA A SUPERVISOR.'
                   END-IF
               WHEN 9
                   CALL 'CONTMNT'
                   CANCEL 'CONTMNT'
               WHEN 10
                   CALL 'PONTRESG'
                   CANCEL 'PONTRESG'
               WHEN 99
                   PERFORM 0004-ENCERRAR-SESSAO
               WHEN OTHER
