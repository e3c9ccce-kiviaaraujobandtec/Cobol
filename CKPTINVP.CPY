      ***********************************************************
      * CKPTINVP.CPY                                              *
      * PARAGRAFOS PADRAO DO PONTO DE CONTROLE DOS PASSOS LONGOS  *
      * DE INVESTIMENTOS. O PROGRAMA CHAMADOR DECLARA O ARQUIVO   *
      * CHECKPOINT-INVEST (ASSIGN 'CKPTINV', LAYOUT CKPTINV.CPY,  *
      * CHAVE CKI-PASSO, FILE STATUS CKI-WS-STATUS), FAZ COPY     *
      * 'CKPTINVW.CPY'. E 'PARAMETROSW.CPY'. NA WORKING-STORAGE E:*
      * - MOVE O NOME DO PASSO PARA CKI-WS-PASSO E EXECUTA        *
      *   ABRIR-CHECKPOINT-INV ANTES DA VARREDURA: SE A ULTIMA    *
      *   EXECUCAO NAO TERMINOU, LIGA CKI-RETOMANDO COM A CHAVE   *
      *   DO ULTIMO REGISTRO CONFIRMADO EM CKI-WS-CHAVE-RETOMADA E*
      *   A QUANTIDADE JA TRATADA EM CKI-WS-PULADAS - O CHAMADOR  *
      *   POSICIONA O ARQUIVO LOGO DEPOIS DESSA CHAVE;            *
      * - A CADA REGISTRO TRATADO MOVE A CHAVE PARA CKI-WS-CHAVE  *
      *   E EXECUTA MARCAR-CHECKPOINT-INV (GRAVA A CADA           *
      *   CKI-WS-INTERVALO REGISTROS);                            *
      * - EXECUTA ENCERRAR-CHECKPOINT-INV NO FIM NORMAL, QUE LIMPA*
      *   A CHAVE PARA A PROXIMA EXECUCAO COMECAR DO INICIO.      *
      * USO: COPY 'CKPTINVP.CPY'. NA PROCEDURE DIVISION.          *
      ***********************************************************
       ABRIR-CHECKPOINT-INV.
           MOVE 'CKPT-INTERV-INV' TO PARM-CODIGO.
           PERFORM LER-PARAMETRO.
           IF PARM-VALOR > ZEROS
               MOVE PARM-VALOR TO CKI-WS-INTERVALO
           END-IF.
           MOVE 'N' TO CKI-WS-RETOMADA.
           MOVE ZEROS TO CKI-WS-CONTADOR.
           MOVE ZEROS TO CKI-WS-PROCESSADOS.
           MOVE ZEROS TO CKI-WS-PULADAS.
           MOVE SPACES TO CKI-WS-CHAVE-RETOMADA.

           OPEN I-O CHECKPOINT-INVEST.
           IF CKI-ARQ-NAO-ENCONTRADO
               OPEN OUTPUT CHECKPOINT-INVEST
               CLOSE CHECKPOINT-INVEST
               OPEN I-O CHECKPOINT-INVEST
           END-IF.
           SET CKI-ABERTO TO TRUE.

           MOVE CKI-WS-PASSO TO CKI-PASSO.
           READ CHECKPOINT-INVEST
               INVALID KEY
                   MOVE CKI-WS-PASSO TO CKI-PASSO
                   MOVE SPACES TO CKI-ULTIMA-CHAVE
                   MOVE ZEROS TO CKI-QTD-PROCESSADOS
                   MOVE ZEROS TO CKI-DATA
                   MOVE ZEROS TO CKI-HORA
                   WRITE REG-CKPT-INVEST
           END-READ.
           IF CKI-ULTIMA-CHAVE NOT = SPACES
               SET CKI-RETOMANDO TO TRUE
               MOVE CKI-ULTIMA-CHAVE TO CKI-WS-CHAVE-RETOMADA
               MOVE CKI-QTD-PROCESSADOS TO CKI-WS-PULADAS
               MOVE CKI-QTD-PROCESSADOS TO CKI-WS-PROCESSADOS
               DISPLAY 'PASSO ' CKI-WS-PASSO ' RETOMADO APOS A CHAVE '
                       CKI-ULTIMA-CHAVE ' (' CKI-QTD-PROCESSADOS
                       ' JA TRATADOS EM ' CKI-DATA ').'
           END-IF.

       ABRIR-CHECKPOINT-INV-EXIT.
           EXIT.

       MARCAR-CHECKPOINT-INV.
           ADD 1 TO CKI-WS-PROCESSADOS.
           ADD 1 TO CKI-WS-CONTADOR.
           IF CKI-ABERTO AND CKI-WS-CONTADOR >= CKI-WS-INTERVALO
               MOVE CKI-WS-PASSO TO CKI-PASSO
               MOVE CKI-WS-CHAVE TO CKI-ULTIMA-CHAVE
               MOVE CKI-WS-PROCESSADOS TO CKI-QTD-PROCESSADOS
               ACCEPT CKI-DATA FROM DATE YYYYMMDD
               ACCEPT CKI-HORA FROM TIME
               REWRITE REG-CKPT-INVEST
                   INVALID KEY
                       DISPLAY 'PONTO DE CONTROLE NAO GRAVADO - '
                               'STATUS ' CKI-WS-STATUS
               END-REWRITE
               MOVE ZEROS TO CKI-WS-CONTADOR
           END-IF.

       MARCAR-CHECKPOINT-INV-EXIT.
           EXIT.

       ENCERRAR-CHECKPOINT-INV.
           IF CKI-ABERTO
               MOVE CKI-WS-PASSO TO CKI-PASSO
               MOVE SPACES TO CKI-ULTIMA-CHAVE
               MOVE ZEROS TO CKI-QTD-PROCESSADOS
               ACCEPT CKI-DATA FROM DATE YYYYMMDD
               ACCEPT CKI-HORA FROM TIME
               REWRITE REG-CKPT-INVEST
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               CLOSE CHECKPOINT-INVEST
               MOVE 'N' TO CKI-WS-ABERTO
           END-IF.

       ENCERRAR-CHECKPOINT-INV-EXIT.
           EXIT.
