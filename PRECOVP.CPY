      ***********************************************************
      * PRECOVP.CPY                                               *
      * PARAGRAFOS PADRAO DA CONSULTA DO PRECO DE VENDA EM VIGOR. *
      * O PROGRAMA CHAMADOR DECLARA O ARQUIVO PRECO-VENDA         *
      * (ASSIGN "PRECOVEN", INDEXADO, CHAVE PVEN-CHAVE, LAYOUT    *
      * PRECOVEN.CPY, FILE STATUS PVEN-WS-STATUS), FAZ COPY       *
      * 'PRECOVW.CPY'. NA WORKING-STORAGE E:                      *
      * - PERFORM ABRIR-PRECO-VENDA (ENTRADA) NO INICIO - LISTA   *
      *   AUSENTE DEIXA PVEN-ABERTO DESLIGADO E TODA CONSULTA     *
      *   VOLTA SEM PRECO (O PROGRAMA QUE GRAVA A LISTA A ABRE    *
      *   EM I-O POR CONTA PROPRIA E LIGA PVEN-ABERTO);           *
      * - MOVE O PRODUTO PARA PVEN-WS-PRODUTO E A DATA PARA       *
      *   PVEN-WS-DATA E PERFORM OBTER-PRECO-VIGENTE: VOLTAM EM   *
      *   PVEN-WS-PRECO-LISTA O PRECO DE LISTA DE MAIOR INICIO    *
      *   ATE A DATA E EM PVEN-WS-PRECO O QUE VALE NA DATA - O    *
      *   PROMOCIONAL CUJO PERIODO CONTEM A DATA (O DE INICIO     *
      *   MAIS RECENTE, SE HOUVER MAIS DE UM), SENAO O DE LISTA.  *
      *   PVEN-SEM-PRECO QUANDO O PRODUTO NAO TEM NENHUM;         *
      * - PERFORM FECHAR-PRECO-VENDA NO ENCERRAMENTO.             *
      * USO: COPY 'PRECOVP.CPY'. NA PROCEDURE DIVISION.           *
      ***********************************************************
       ABRIR-PRECO-VENDA.
           IF NOT PVEN-ABERTO
               OPEN INPUT PRECO-VENDA
               IF PVEN-ARQ-OK
                   SET PVEN-ABERTO TO TRUE
               END-IF
           END-IF.

       ABRIR-PRECO-VENDA-EXIT.
           EXIT.

       FECHAR-PRECO-VENDA.
           IF PVEN-ABERTO
               CLOSE PRECO-VENDA
               MOVE 'N' TO PVEN-WS-ABERTO
           END-IF.

       FECHAR-PRECO-VENDA-EXIT.
           EXIT.

       OBTER-PRECO-VIGENTE.
           MOVE ZEROS TO PVEN-WS-PRECO.
           MOVE ZEROS TO PVEN-WS-PRECO-LISTA.
           MOVE ZEROS TO PVEN-WS-INICIO-LISTA.
           MOVE SPACES TO PVEN-WS-ORIGEM.
           IF NOT PVEN-ABERTO
               GO TO OBTER-PRECO-VIGENTE-EXIT
           END-IF.

           MOVE PVEN-WS-PRODUTO TO PVEN-PRODUTO.
           SET PVEN-LISTA TO TRUE.
           MOVE ZEROS TO PVEN-INICIO.
           MOVE 'N' TO PVEN-WS-VARRE.
           START PRECO-VENDA KEY IS NOT < PVEN-CHAVE
               INVALID KEY
                   SET PVEN-VARREDURA-FIM TO TRUE
           END-START.
           PERFORM VARRER-PRECO-LISTA UNTIL PVEN-VARREDURA-FIM.
           IF PVEN-WS-PRECO-LISTA > ZEROS
               MOVE PVEN-WS-PRECO-LISTA TO PVEN-WS-PRECO
               SET PVEN-PRECO-DE-LISTA TO TRUE
           END-IF.

           MOVE PVEN-WS-PRODUTO TO PVEN-PRODUTO.
           SET PVEN-PROMOCAO TO TRUE.
           MOVE ZEROS TO PVEN-INICIO.
           MOVE 'N' TO PVEN-WS-VARRE.
           START PRECO-VENDA KEY IS NOT < PVEN-CHAVE
               INVALID KEY
                   SET PVEN-VARREDURA-FIM TO TRUE
           END-START.
           PERFORM VARRER-PRECO-PROMOCAO UNTIL PVEN-VARREDURA-FIM.
           MOVE '00' TO PVEN-WS-STATUS.

       OBTER-PRECO-VIGENTE-EXIT.
           EXIT.

      *GUARDA O ULTIMO PRECO DE LISTA COM INICIO ATE A DATA
       VARRER-PRECO-LISTA.
           READ PRECO-VENDA NEXT RECORD
               AT END
                   SET PVEN-VARREDURA-FIM TO TRUE
           END-READ.
           IF NOT PVEN-VARREDURA-FIM
               IF PVEN-PRODUTO NOT = PVEN-WS-PRODUTO
                   OR NOT PVEN-LISTA
                   OR PVEN-INICIO > PVEN-WS-DATA
                   SET PVEN-VARREDURA-FIM TO TRUE
               ELSE
                   MOVE PVEN-PRECO TO PVEN-WS-PRECO-LISTA
                   MOVE PVEN-INICIO TO PVEN-WS-INICIO-LISTA
               END-IF
           END-IF.

       VARRER-PRECO-LISTA-EXIT.
           EXIT.

      *A PROMOCAO CUJO PERIODO CONTEM A DATA PREVALECE SOBRE O
      *PRECO DE LISTA (A DE INICIO MAIS RECENTE, SE HOUVER MAIS
      *DE UMA)
       VARRER-PRECO-PROMOCAO.
           READ PRECO-VENDA NEXT RECORD
               AT END
                   SET PVEN-VARREDURA-FIM TO TRUE
           END-READ.
           IF NOT PVEN-VARREDURA-FIM
               IF PVEN-PRODUTO NOT = PVEN-WS-PRODUTO
                   OR NOT PVEN-PROMOCAO
                   OR PVEN-INICIO > PVEN-WS-DATA
                   SET PVEN-VARREDURA-FIM TO TRUE
               ELSE
                   IF PVEN-FIM NOT < PVEN-WS-DATA
                       MOVE PVEN-PRECO TO PVEN-WS-PRECO
                       SET PVEN-PRECO-PROMOCIONAL TO TRUE
                   END-IF
               END-IF
           END-IF.

       VARRER-PRECO-PROMOCAO-EXIT.
           EXIT.
