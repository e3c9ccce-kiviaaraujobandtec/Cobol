      ***********************************************************
      * ESTMOVP.CPY                                               *
      * PARAGRAFOS PADRAO DE MOVIMENTACAO DO ESTOQUE-MASTER PELO  *
      * CUSTO MEDIO MOVEL, COM AS MESMAS REGRAS DO LOTE           *
      * ATIVIDADE02E. O PROGRAMA CHAMADOR DECLARA OS ARQUIVOS     *
      * ESTOQUE-MASTER (ASSIGN "ESTOQUE", ESTOQUE.CPY, FILE       *
      * STATUS ESTM-WS-EST-STATUS), PRODUTO-MASTER (ASSIGN        *
      * "PRODMST", PRODMST.CPY, ESTM-WS-PROD-STATUS),             *
      * PRECO-HISTORICO (ASSIGN "PRECHIST", PRECHIST.CPY,         *
      * ESTM-WS-PREC-STATUS) E ESTOQUE-LOG (ASSIGN "ESTLOG",      *
      * ESTLOG.CPY, ESTM-WS-LOG-STATUS), FAZ COPY 'ESTMOVW.CPY'.  *
      * NA WORKING-STORAGE E:                                     *
      * - EXECUTA ABRIR-ESTOQUE UMA VEZ NA INICIALIZACAO E        *
      *   FECHAR-ESTOQUE NO ENCERRAMENTO;                         *
      * - MOVE TIPO (E/S/D), PRODUTO, QUANTIDADE E, NA ENTRADA,   *
      *   O CUSTO UNITARIO PARA OS CAMPOS ESTM-WS- E EXECUTA      *
      *   CONFERIR-MOVIMENTO-ESTOQUE: O MOTIVO DA RECUSA VOLTA    *
      *   EM ESTM-WS-MOTIVO (BRANCO = ACEITO);                    *
      * - MOVIMENTO ACEITO E POSTADO COM POSTAR-MOVIMENTO-        *
      *   ESTOQUE, QUE ATUALIZA SALDO E CUSTO MEDIO, GRAVA O LOG  *
      *   ESTLOG E DEVOLVE O CUSTO APLICADO E O VALOR EM          *
      *   ESTM-WS-CUSTO-APLICADO E ESTM-WS-VALOR-MOV.             *
      * A ENTRADA SEM CUSTO USA O ULTIMO PRECO DO PRODUTO NO      *
      * PRECO-HISTORICO; O RETORNO (DEVOLUCAO) VOLTA PELO MEDIO   *
      * VIGENTE E, SEM MEDIO, PELO ULTIMO PRECO. SEM O CADASTRO   *
      * PRODMST O CODIGO E ACEITO SEM CONFERENCIA, COMO NO        *
      * ATIVIDADE02E.                                             *
      * 01/05/22 KA AJUSTE DE INVENTARIO (TIPO A, INVMNT): A      *
      * FALTA SAI E A SOBRA ENTRA PELO CUSTO MEDIO VIGENTE        *
      * (SOBRA SEM MEDIO USA ESTM-WS-CUSTO E, SEM ELE, O ULTIMO   *
      * PRECO); O LOG GRAVA TIPO A COM QUANTIDADE E VALOR         *
      * NEGATIVOS NA FALTA.                                       *
      * 10/06/22 KA PRODUTO CONGELADO PELO INVENTARIO FISICO      *
      * (CONTAGEM ABERTA NO INVMNT) TEM ENTRADA, SAIDA E RETORNO  *
      * RECUSADOS COM O MOTIVO INV, COMO NO ATIVIDADE02E - SENAO  *
      * O MOVIMENTO FEITO DURANTE A CONTAGEM SAIRIA DE NOVO COMO  *
      * DIVERGENCIA NO AJUSTE. O CHAMADOR DECLARA TAMBEM O        *
      * ARQUIVO CONTAGEM-INVENTARIO (ASSIGN "INVCONT",            *
      * INVCONT.CPY, ESTM-WS-ICT-STATUS), QUE O ABRIR-ESTOQUE     *
      * ABRE PARA LEITURA; INVCONT AUSENTE = NADA CONGELADO. O    *
      * INVMNT, QUE MANTEM O INVCONT, MOVE 'P' PARA               *
      * ESTM-WS-INVCONT ANTES DO ABRIR-ESTOQUE E SO POSTA O       *
      * AJUSTE (TIPO A), QUE NAO PASSA PELO CONGELAMENTO.         *
      * USO: COPY 'ESTMOVP.CPY'. NA PROCEDURE DIVISION.           *
      ***********************************************************
       ABRIR-ESTOQUE.
           OPEN I-O ESTOQUE-MASTER.
           IF ESTM-EST-NAO-ENCONTRADO
               OPEN OUTPUT ESTOQUE-MASTER
               CLOSE ESTOQUE-MASTER
               OPEN I-O ESTOQUE-MASTER
           END-IF.
           OPEN INPUT PRODUTO-MASTER.
           IF ESTM-PROD-NAO-ENCONTRADO
               MOVE 'N' TO ESTM-WS-PRODMST
               DISPLAY 'CADASTRO DE PRODUTOS AUSENTE - CODIGOS '
                       'ACEITOS SEM CONFERENCIA.'
           ELSE
               MOVE 'S' TO ESTM-WS-PRODMST
           END-IF.
           OPEN EXTEND ESTOQUE-LOG.
           IF ESTM-LOG-NAO-ENCONTRADO
               OPEN OUTPUT ESTOQUE-LOG
           END-IF.
           IF NOT ESTM-INVCONT-PROPRIO
               OPEN INPUT CONTAGEM-INVENTARIO
               IF ESTM-ICT-NAO-ENCONTRADO
                   MOVE 'N' TO ESTM-WS-INVCONT
               ELSE
                   MOVE 'S' TO ESTM-WS-INVCONT
               END-IF
           END-IF.

       ABRIR-ESTOQUE-EXIT.
           EXIT.

       FECHAR-ESTOQUE.
           CLOSE ESTOQUE-MASTER.
           IF ESTM-PRODMST-ABERTO
               CLOSE PRODUTO-MASTER
           END-IF.
           CLOSE ESTOQUE-LOG.
           IF ESTM-INVCONT-ABERTO
               CLOSE CONTAGEM-INVENTARIO
           END-IF.

       FECHAR-ESTOQUE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * CONFERIR-MOVIMENTO-ESTOQUE                                *
      * CONFERE O MOVIMENTO SEM ATUALIZAR NADA: QUANTIDADE,       *
      * PRODUTO NO CADASTRO, PRODUTO FORA DE CONTAGEM (MENOS NO   *
      * PROPRIO AJUSTE) E, NA SAIDA, SALDO SUFICIENTE.            *
      *----------------------------------------------------------*
       CONFERIR-MOVIMENTO-ESTOQUE.
           MOVE SPACES TO ESTM-WS-MOTIVO.
           IF ESTM-WS-QUANTIDADE = ZEROS
               MOVE 'QTD' TO ESTM-WS-MOTIVO
               GO TO CONFERIR-MOVIMENTO-ESTOQUE-EXIT
           END-IF.
           IF ESTM-PRODMST-ABERTO
               MOVE ESTM-WS-PRODUTO TO PROD-CODIGO
               READ PRODUTO-MASTER
                   INVALID KEY
                       MOVE 'PRD' TO ESTM-WS-MOTIVO
               END-READ
           END-IF.
           IF NOT ESTM-MOVIMENTO-OK
               GO TO CONFERIR-MOVIMENTO-ESTOQUE-EXIT
           END-IF.
           IF ESTM-INVCONT-ABERTO AND NOT ESTM-AJUSTE
               MOVE ESTM-WS-PRODUTO TO ICT-PRODUTO
               READ CONTAGEM-INVENTARIO
                   NOT INVALID KEY
                       IF ICT-EM-CONTAGEM
                           MOVE 'INV' TO ESTM-WS-MOTIVO
                       END-IF
               END-READ
           END-IF.
           IF NOT ESTM-MOVIMENTO-OK
               GO TO CONFERIR-MOVIMENTO-ESTOQUE-EXIT
           END-IF.
           PERFORM LOCALIZAR-SALDO-ESTOQUE.
           IF (ESTM-SAIDA OR (ESTM-AJUSTE AND ESTM-AJUSTE-FALTA))
               AND ESTM-WS-QUANTIDADE > EST-QUANTIDADE
               MOVE 'EST' TO ESTM-WS-MOTIVO
           END-IF.

       CONFERIR-MOVIMENTO-ESTOQUE-EXIT.
           EXIT.

       LOCALIZAR-SALDO-ESTOQUE.
           MOVE 'N' TO ESTM-WS-SALDO-EXISTE.
           MOVE ESTM-WS-PRODUTO TO EST-PRODUTO.
           READ ESTOQUE-MASTER
               INVALID KEY
                   MOVE ESTM-WS-PRODUTO TO EST-PRODUTO
                   MOVE ZEROS TO EST-QUANTIDADE
                   MOVE ZEROS TO EST-CUSTO-MEDIO
                   MOVE ZEROS TO EST-VALOR-TOTAL
               NOT INVALID KEY
                   MOVE 'S' TO ESTM-WS-SALDO-EXISTE
           END-READ.

       LOCALIZAR-SALDO-ESTOQUE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * POSTAR-MOVIMENTO-ESTOQUE                                  *
      * ENTRADA E RETORNO RECALCULAM O CUSTO MEDIO MOVEL; SAIDA   *
      * E VALORIZADA PELO MEDIO VIGENTE. O AJUSTE DE INVENTARIO   *
      * SEGUE A SAIDA (FALTA) OU O RETORNO (SOBRA). O SALDO E     *
      * RELIDO AQUI, POIS O CHAMADOR PODE TER MOVIMENTADO O       *
      * MESMO PRODUTO DEPOIS DA CONFERENCIA.                      *
      *----------------------------------------------------------*
       POSTAR-MOVIMENTO-ESTOQUE.
           PERFORM LOCALIZAR-SALDO-ESTOQUE.
           IF ESTM-SAIDA OR (ESTM-AJUSTE AND ESTM-AJUSTE-FALTA)
               MOVE EST-CUSTO-MEDIO TO ESTM-WS-CUSTO-APLICADO
               COMPUTE ESTM-WS-VALOR-MOV ROUNDED =
                   ESTM-WS-QUANTIDADE * ESTM-WS-CUSTO-APLICADO
               SUBTRACT ESTM-WS-QUANTIDADE FROM EST-QUANTIDADE
               COMPUTE EST-VALOR-TOTAL =
                   EST-VALOR-TOTAL - ESTM-WS-VALOR-MOV
               IF EST-QUANTIDADE = ZEROS
                   MOVE ZEROS TO EST-VALOR-TOTAL
               END-IF
           ELSE
               IF ESTM-RETORNO OR ESTM-AJUSTE
                   MOVE EST-CUSTO-MEDIO TO ESTM-WS-CUSTO-APLICADO
               ELSE
                   MOVE ESTM-WS-CUSTO TO ESTM-WS-CUSTO-APLICADO
               END-IF
               IF ESTM-AJUSTE AND ESTM-WS-CUSTO-APLICADO = ZEROS
                   MOVE ESTM-WS-CUSTO TO ESTM-WS-CUSTO-APLICADO
               END-IF
               IF ESTM-WS-CUSTO-APLICADO = ZEROS
                   PERFORM BUSCAR-ULTIMO-PRECO-ESTOQUE
                       THRU BUSCAR-ULTIMO-PRECO-ESTOQUE-EXIT
               END-IF
               COMPUTE ESTM-WS-VALOR-MOV ROUNDED =
                   ESTM-WS-QUANTIDADE * ESTM-WS-CUSTO-APLICADO
               COMPUTE EST-VALOR-TOTAL =
                   EST-VALOR-TOTAL + ESTM-WS-VALOR-MOV
               ADD ESTM-WS-QUANTIDADE TO EST-QUANTIDADE
               IF EST-QUANTIDADE > ZEROS
                   COMPUTE EST-CUSTO-MEDIO ROUNDED =
                       EST-VALOR-TOTAL / EST-QUANTIDADE
               END-IF
           END-IF.
           IF ESTM-PRODUTO-NO-ESTOQUE
               REWRITE REG-ESTOQUE
           ELSE
               WRITE REG-ESTOQUE
           END-IF.

           ACCEPT ESTM-WS-DATA FROM DATE YYYYMMDD.
           MOVE ESTM-WS-DATA TO ELOG-DATA.
           MOVE ESTM-WS-PRODUTO TO ELOG-PRODUTO.
           MOVE ESTM-WS-QUANTIDADE TO ELOG-QUANTIDADE.
           MOVE ESTM-WS-CUSTO-APLICADO TO ELOG-CUSTO.
           MOVE ESTM-WS-VALOR-MOV TO ELOG-VALOR.
           EVALUATE TRUE
               WHEN ESTM-AJUSTE
                   SET ELOG-AJUSTE TO TRUE
                   IF ESTM-AJUSTE-FALTA
                       COMPUTE ELOG-QUANTIDADE = ZEROS - ELOG-QUANTIDADE
                       COMPUTE ELOG-VALOR = ZEROS - ELOG-VALOR
                   END-IF
               WHEN ESTM-SAIDA
                   SET ELOG-SAIDA TO TRUE
               WHEN OTHER
                   SET ELOG-ENTRADA TO TRUE
           END-EVALUATE.
           WRITE REG-ESTOQUE-LOG.

       POSTAR-MOVIMENTO-ESTOQUE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * BUSCAR-ULTIMO-PRECO-ESTOQUE                               *
      * VARRE O PRECO-HISTORICO E FICA COM O ULTIMO PRECO DO      *
      * PRODUTO (O HISTORICO E GRAVADO EM ORDEM CRONOLOGICA).     *
      *----------------------------------------------------------*
       BUSCAR-ULTIMO-PRECO-ESTOQUE.
           MOVE ZEROS TO ESTM-WS-CUSTO-APLICADO.
           MOVE ZEROS TO ESTM-WS-PREC-STATUS.
           OPEN INPUT PRECO-HISTORICO.
           IF ESTM-PREC-NAO-ENCONTRADO
               GO TO BUSCAR-ULTIMO-PRECO-ESTOQUE-EXIT
           END-IF.
           READ PRECO-HISTORICO
               AT END
                   SET ESTM-PREC-FIM TO TRUE
           END-READ.
           PERFORM VARRER-PRECO-ESTOQUE UNTIL ESTM-PREC-FIM.
           CLOSE PRECO-HISTORICO.

       BUSCAR-ULTIMO-PRECO-ESTOQUE-EXIT.
           EXIT.

       VARRER-PRECO-ESTOQUE.
           IF HIST-PRODUTO = ESTM-WS-PRODUTO
               MOVE HIST-PRECO TO ESTM-WS-CUSTO-APLICADO
           END-IF.
           READ PRECO-HISTORICO
               AT END
                   SET ESTM-PREC-FIM TO TRUE
           END-READ.

       VARRER-PRECO-ESTOQUE-EXIT.
           EXIT.
