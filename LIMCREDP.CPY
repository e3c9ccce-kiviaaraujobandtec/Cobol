      ***********************************************************
      * LIMCREDP.CPY                                              *
      * PARAGRAFOS PADRAO DA CONFERENCIA DE LIMITE DE CREDITO NA  *
      * VENDA PARCELADA. O PROGRAMA CHAMADOR DECLARA OS ARQUIVOS  *
      * LIMITE-CREDITO (ASSIGN "LIMCRED", LIMCRED.CPY, CHAVE      *
      * LIM-CPF, FILE STATUS LIMC-WS-STATUS) E CONTAS-RECEBER     *
      * (ASSIGN "RECEB", RECEB.CPY, CHAVE REC-CHAVE, FILE STATUS  *
      * LIMC-WS-REC-STATUS), AMBOS INDEXED DYNAMIC, E O           *
      * PARAMETROS, E FAZ COPY 'LIMCREDW.CPY' E 'PARAMETROSW.CPY' *
      * NA WORKING-STORAGE E 'PARAMETROSP.CPY' NA PROCEDURE:      *
      * - EXECUTA ABRIR-LIMITE-CREDITO UMA VEZ NA INICIALIZACAO   *
      *   (ABRE O LIMCRED EM I-O E CARREGA AS REGRAS) E, SE FOR   *
      *   CONFERIR VENDAS, TAMBEM ABRIR-RECEB-CREDITO (O RECEB E  *
      *   SO LIDO); FECHAR-LIMITE-CREDITO NO ENCERRAMENTO FECHA O *
      *   QUE ESTIVER ABERTO;                                     *
      * - MOVE O CPF E O VALOR DA VENDA PARA LIMC-WS-CPF E        *
      *   LIMC-WS-VALOR E EXECUTA CONFERIR-CREDITO THRU           *
      *   CONFERIR-CREDITO-EXIT: A RECUSA VOLTA EM LIMC-WS-MOTIVO *
      *   (BRANCO = CREDITO LIBERADO) E A POSICAO DO CLIENTE EM   *
      *   LIMC-WS-LIMITE, LIMC-WS-EXPOSICAO E LIMC-WS-VENCIDO;    *
      * - VENDA ACEITA EXECUTA REGISTRAR-CREDITO-CONCEDIDO, PARA  *
      *   QUE A PROXIMA VENDA DO MESMO CPF NA RODADA ENXERGUE O   *
      *   CREDITO QUE AINDA NAO VIROU PARCELA NO RECEB;           *
      * - OBTER-LIMITE-CLIENTE SOZINHO DEVOLVE O LIMITE DO CPF EM *
      *   LIMC-WS-CPF (PROPRIO OU PADRAO) SEM OLHAR O RECEB, E    *
      *   APURAR-EXPOSICAO-CLIENTE THRU ...-EXIT SOZINHO DEVOLVE  *
      *   O SALDO EM ABERTO E O VENCIDO DO CPF.                   *
      ***********************************************************
       ABRIR-LIMITE-CREDITO.
           OPEN I-O LIMITE-CREDITO.
           IF LIMC-NAO-ENCONTRADO
               OPEN OUTPUT LIMITE-CREDITO
               CLOSE LIMITE-CREDITO
               OPEN I-O LIMITE-CREDITO
           END-IF.
           MOVE 'S' TO LIMC-WS-ABERTO.
           MOVE 'CREDITO-LIM-PADR' TO PARM-CODIGO.
           PERFORM LER-PARAMETRO.
           IF PARM-OK
               MOVE PARM-VALOR TO LIMC-WS-LIMITE-PADRAO
           END-IF.
           MOVE 'CREDITO-DIAS-ATR' TO PARM-CODIGO.
           PERFORM LER-PARAMETRO.
           IF PARM-OK
               MOVE PARM-VALOR TO LIMC-WS-DIAS-ATRASO
           END-IF.
           MOVE 'CREDITO-ALCADA' TO PARM-CODIGO.
           PERFORM LER-PARAMETRO.
           IF PARM-OK
               MOVE PARM-VALOR TO LIMC-WS-ALCADA
           END-IF.
           MOVE 'CREDITO-ALERTA' TO PARM-CODIGO.
           PERFORM LER-PARAMETRO.
           IF PARM-OK
               MOVE PARM-VALOR TO LIMC-WS-PCT-ALERTA
           END-IF.
      *PARCELA COM VENCIMENTO ANTERIOR A DATA DE CORTE ESTA
      *VENCIDA HA MAIS DE CREDITO-DIAS-ATR DIAS
           ACCEPT LIMC-WS-HOJE FROM DATE YYYYMMDD.
           COMPUTE LIMC-WS-DATA-CORTE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(LIMC-WS-HOJE)
               - LIMC-WS-DIAS-ATRASO).

       ABRIR-LIMITE-CREDITO-EXIT.
           EXIT.

      *RECEB AUSENTE (NENHUMA VENDA PARCELADA AINDA GERADA) NAO
      *TEM EXPOSICAO A SOMAR
       ABRIR-RECEB-CREDITO.
           OPEN INPUT CONTAS-RECEBER.
           IF LIMC-REC-OK
               MOVE 'S' TO LIMC-WS-RECEB
           END-IF.

       ABRIR-RECEB-CREDITO-EXIT.
           EXIT.

       FECHAR-LIMITE-CREDITO.
           IF LIMC-ABERTO
               CLOSE LIMITE-CREDITO
               MOVE 'N' TO LIMC-WS-ABERTO
           END-IF.
           IF LIMC-RECEB-ABERTO
               CLOSE CONTAS-RECEBER
               MOVE 'N' TO LIMC-WS-RECEB
           END-IF.

       FECHAR-LIMITE-CREDITO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * CONFERIR-CREDITO                                          *
      * VENDA PARCELADA SEM CPF NAO TEM A QUEM DAR CREDITO (CPF). *
      * CLIENTE COM PARCELA ABERTA VENCIDA ALEM DO PRAZO OU COM   *
      * CONTRATO BAIXADO COMO PERDA AINDA DEVENDO FICA BLOQUEADO  *
      * (ATR). FORA ISSO, O SALDO EM ABERTO NO RECEB MAIS O JA    *
      * CONCEDIDO NA RODADA MAIS A VENDA NOVA TEM DE CABER NO     *
      * LIMITE (LIM).                                             *
      *----------------------------------------------------------*
       CONFERIR-CREDITO.
           MOVE SPACES TO LIMC-WS-MOTIVO.
           MOVE ZEROS TO LIMC-WS-EXPOSICAO.
           MOVE ZEROS TO LIMC-WS-VENCIDO.
           MOVE ZEROS TO LIMC-WS-VENC-ANTIGO.
           IF LIMC-WS-CPF = ZEROS
               MOVE 'CPF' TO LIMC-WS-MOTIVO
               GO TO CONFERIR-CREDITO-EXIT
           END-IF.
           PERFORM OBTER-LIMITE-CLIENTE.
           PERFORM APURAR-EXPOSICAO-CLIENTE
               THRU APURAR-EXPOSICAO-CLIENTE-EXIT.
           PERFORM LOCALIZAR-CONCEDIDO-RODADA.
           IF LIMC-WS-ACHADO > ZEROS
               ADD LIMC-TAB-VALOR(LIMC-WS-ACHADO) TO LIMC-WS-EXPOSICAO
           END-IF.
           COMPUTE LIMC-WS-DISPONIVEL = LIMC-WS-LIMITE
               - LIMC-WS-EXPOSICAO.
           IF LIMC-WS-VENCIDO > ZEROS
               MOVE 'ATR' TO LIMC-WS-MOTIVO
               GO TO CONFERIR-CREDITO-EXIT
           END-IF.
           IF LIMC-WS-VALOR > LIMC-WS-DISPONIVEL
               MOVE 'LIM' TO LIMC-WS-MOTIVO
           END-IF.

       CONFERIR-CREDITO-EXIT.
           EXIT.

       OBTER-LIMITE-CLIENTE.
           MOVE LIMC-WS-CPF TO LIM-CPF.
           READ LIMITE-CREDITO
               INVALID KEY
                   MOVE 'N' TO LIMC-WS-PROPRIO
                   MOVE LIMC-WS-LIMITE-PADRAO TO LIMC-WS-LIMITE
               NOT INVALID KEY
                   MOVE 'S' TO LIMC-WS-PROPRIO
                   MOVE LIM-VALOR TO LIMC-WS-LIMITE
           END-READ.

       OBTER-LIMITE-CLIENTE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * APURAR-EXPOSICAO-CLIENTE                                  *
      * O RECEB SO TEM CHAVE POR CONTRATO: VARRE O ARQUIVO TODO E *
      * SOMA O SALDO DAS PARCELAS ABERTAS E BAIXADAS COMO PERDA   *
      * DO CPF. O QUE ESTA VENCIDO ALEM DA DATA DE CORTE, OU      *
      * BAIXADO COMO PERDA, VAI TAMBEM PARA LIMC-WS-VENCIDO, E O  *
      * VENCIMENTO MAIS ANTIGO EM LIMC-WS-VENC-ANTIGO.            *
      *----------------------------------------------------------*
       APURAR-EXPOSICAO-CLIENTE.
           IF NOT LIMC-RECEB-ABERTO
               GO TO APURAR-EXPOSICAO-CLIENTE-EXIT
           END-IF.
           MOVE 'N' TO LIMC-WS-VARRE-FIM.
           MOVE ZEROS TO REC-CHAVE.
           START CONTAS-RECEBER KEY IS NOT LESS THAN REC-CHAVE
               INVALID KEY
                   MOVE 'S' TO LIMC-WS-VARRE-FIM
           END-START.
           PERFORM SOMAR-PARCELA-CLIENTE
               UNTIL LIMC-VARREDURA-FIM.

       APURAR-EXPOSICAO-CLIENTE-EXIT.
           EXIT.

       SOMAR-PARCELA-CLIENTE.
           READ CONTAS-RECEBER NEXT RECORD
               AT END
                   MOVE 'S' TO LIMC-WS-VARRE-FIM
           END-READ.
           IF NOT LIMC-VARREDURA-FIM
               AND REC-CPF = LIMC-WS-CPF
               AND (REC-ABERTA OR REC-BAIXADA-PERDA)
               AND REC-SALDO > ZEROS
               ADD REC-SALDO TO LIMC-WS-EXPOSICAO
               IF REC-BAIXADA-PERDA
                   OR REC-VENCIMENTO < LIMC-WS-DATA-CORTE
                   ADD REC-SALDO TO LIMC-WS-VENCIDO
                   IF LIMC-WS-VENC-ANTIGO = ZEROS
                       OR REC-VENCIMENTO < LIMC-WS-VENC-ANTIGO
                       MOVE REC-VENCIMENTO TO LIMC-WS-VENC-ANTIGO
                   END-IF
               END-IF
           END-IF.

       SOMAR-PARCELA-CLIENTE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * REGISTRAR-CREDITO-CONCEDIDO                               *
      * GUARDA O VALOR DA VENDA ACEITA NA TABELA DA RODADA (UMA   *
      * LINHA POR CPF). TABELA CHEIA: O CPF NOVO NAO E GUARDADO E *
      * A CONFERENCIA SEGUINTE DELE SO ENXERGA O RECEB.           *
      *----------------------------------------------------------*
       REGISTRAR-CREDITO-CONCEDIDO.
           PERFORM LOCALIZAR-CONCEDIDO-RODADA.
           IF LIMC-WS-ACHADO > ZEROS
               ADD LIMC-WS-VALOR TO LIMC-TAB-VALOR(LIMC-WS-ACHADO)
           ELSE
               IF LIMC-WS-QTD-TAB < 500
                   ADD 1 TO LIMC-WS-QTD-TAB
                   MOVE LIMC-WS-CPF TO LIMC-TAB-CPF(LIMC-WS-QTD-TAB)
                   MOVE LIMC-WS-VALOR
                       TO LIMC-TAB-VALOR(LIMC-WS-QTD-TAB)
               ELSE
                   DISPLAY 'TABELA DE CREDITO DA RODADA CHEIA - CPF '
                       LIMC-WS-CPF
               END-IF
           END-IF.

       REGISTRAR-CREDITO-CONCEDIDO-EXIT.
           EXIT.

       LOCALIZAR-CONCEDIDO-RODADA.
           MOVE ZEROS TO LIMC-WS-ACHADO.
           PERFORM COMPARAR-CONCEDIDO-RODADA
               VARYING LIMC-WS-IND FROM 1 BY 1
               UNTIL LIMC-WS-IND > LIMC-WS-QTD-TAB
                  OR LIMC-WS-ACHADO > ZEROS.

       LOCALIZAR-CONCEDIDO-RODADA-EXIT.
           EXIT.

       COMPARAR-CONCEDIDO-RODADA.
           IF LIMC-TAB-CPF(LIMC-WS-IND) = LIMC-WS-CPF
               MOVE LIMC-WS-IND TO LIMC-WS-ACHADO
           END-IF.

       COMPARAR-CONCEDIDO-RODADA-EXIT.
           EXIT.
