      *MOVIMENTOS EM RUN-STATS.
      *DATA   = 26/03/22
      *HISTORICO DE ALTERACOES
      *01/05/22 KA PRODUTO CONGELADO PELO INVENTARIO FISICO
      *(CONTAGEM ABERTA NO INVMNT, ARQUIVO INVCONT) TEM O
      *MOVIMENTO RECUSADO ATE O AJUSTE DA CONTAGEM SER POSTADO
      *17/05/22 KA MATERIAL PARA OBRA: SAIDA COM OBRA-CODIGO
      *(CONFERIDO NO OBRAMST) E LANCADA PELO CUSTO MEDIO NO CUSTO
      *REAL DA OBRA (OBRACUST, POR OBRA E PRODUTO); O NOVO TIPO
      *D DEVOLVE AO ESTOQUE A SOBRA NAO USADA, PELO CUSTO MEDIO
      *DO QUE A OBRA RECEBEU, E CREDITA A OBRA. DEVOLUCAO SEM
      *OBRA OU MAIOR QUE O SALDO ENVIADO E RECUSADA; NO ESTLOG A
      *DEVOLUCAO ENTRA COMO 'E'
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-LOG-STATUS.

           SELECT CONTAGEM-INVENTARIO ASSIGN TO "INVCONT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ICT-PRODUTO
               FILE STATUS IS WRK-ICT-STATUS.

           SELECT OBRA-MASTER ASSIGN TO "OBRAMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OBRA-CODIGO
               FILE STATUS IS WRK-OBRA-STATUS.

           SELECT OBRA-CUSTO ASSIGN TO "OBRACUST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OCU-CHAVE
               FILE STATUS IS WRK-OCU-STATUS.

           SELECT LISTAGEM-ESTOQUE ASSIGN TO "ESTLIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.
           05 EMOV-TIPO          PIC X(01).
               88 EMOV-ENTRADA       VALUE 'E'.
               88 EMOV-SAIDA         VALUE 'S'.
               88 EMOV-DEVOLUCAO     VALUE 'D'.
           05 EMOV-PRODUTO       PIC X(10).
           05 EMOV-QUANTIDADE    PIC 9(07)V99.
           05 EMOV-CUSTO         PIC 9(06)V99.
      *OBRA QUE RECEBE (S) OU DEVOLVE (D) O MATERIAL - ZEROS OU
      *BRANCO = MOVIMENTO SEM OBRA
           05 EMOV-OBRA          PIC 9(04).

       FD  ESTOQUE-MASTER.
           COPY 'ESTOQUE.CPY'.
       FD  ESTOQUE-LOG.
           COPY 'ESTLOG.CPY'.

       FD  CONTAGEM-INVENTARIO.
           COPY 'INVCONT.CPY'.

       FD  OBRA-MASTER.
           COPY 'OBRAMST.CPY'.

       FD  OBRA-CUSTO.
           COPY 'OBRACUST.CPY'.

       FD  LISTAGEM-ESTOQUE.
       01  LINHA-LISTAGEM      PIC X(80).

       77 WRK-LOG-STATUS PIC X(02) VALUE ZEROS.
           88 LOG-NAO-ENCONTRADO VALUE '35'.
       77 WRK-REL-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-ICT-STATUS PIC X(02) VALUE ZEROS.
           88 ICT-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-ICT-ABERTO PIC X(01) VALUE 'N'.
           88 INVCONT-ABERTO VALUE 'S'.
       77 WRK-OBRA-STATUS PIC X(02) VALUE ZEROS.
           88 OBRA-NAO-ENCONTRADA VALUE '23' '35'.
       77 WRK-OBRAMST-ABERTO PIC X(01) VALUE 'N'.
           88 OBRAMST-ABERTO VALUE 'S'.
       77 WRK-OCU-STATUS PIC X(02) VALUE ZEROS.
           88 OCU-NAO-ENCONTRADO VALUE '23' '35'.

       77 WRK-SALDO-EXISTE PIC X(01) VALUE 'N'.
           88 PRODUTO-NO-ESTOQUE VALUE 'S'.
       77 WRK-VALOR-MOV PIC 9(09)V99 VALUE ZEROS.
       77 WRK-QTD-ACEITOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-RECUSADOS PIC 9(05) VALUE ZEROS.

      *MATERIAL PARA OBRA
       77 WRK-OBRA-MOV PIC 9(04) VALUE ZEROS.
       77 WRK-OCU-EXISTE PIC X(01) VALUE 'N'.
           88 OBRA-CUSTO-EXISTE VALUE 'S'.
       77 WRK-QTD-LIQUIDA PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-LIQUIDO PIC 9(09)V99 VALUE ZEROS.
           COPY 'MONEY.CPY' REPLACING ==MONEY-FIELD-NAME==
               BY ==WRK-VALOR-ED==.
           COPY 'RUNDATE.CPY'.
               IF LOG-NAO-ENCONTRADO
                   OPEN OUTPUT ESTOQUE-LOG
               END-IF
               OPEN INPUT CONTAGEM-INVENTARIO
               IF NOT ICT-NAO-ENCONTRADO
                   MOVE 'S' TO WRK-ICT-ABERTO
               END-IF
               OPEN INPUT OBRA-MASTER
               IF OBRA-NAO-ENCONTRADA
                   DISPLAY 'CADASTRO DE OBRAS (OBRAMST) AUSENTE - '
                           'MATERIAL PARA OBRA SERA RECUSADO.'
               ELSE
                   MOVE 'S' TO WRK-OBRAMST-ABERTO
               END-IF
               OPEN I-O OBRA-CUSTO
               IF OCU-NAO-ENCONTRADO
                   OPEN OUTPUT OBRA-CUSTO
                   CLOSE OBRA-CUSTO
                   OPEN I-O OBRA-CUSTO
               END-IF
               OPEN OUTPUT LISTAGEM-ESTOQUE
               MOVE 'MOVIMENTOS DE ESTOQUE' TO RPT-HDR-TITULO
               PERFORM MONTAR-CABECALHO-RELATORIO
                   CLOSE PRODUTO-MASTER
               END-IF
               CLOSE ESTOQUE-LOG
               IF INVCONT-ABERTO
                   CLOSE CONTAGEM-INVENTARIO
               END-IF
               IF OBRAMST-ABERTO
                   CLOSE OBRA-MASTER
               END-IF
               CLOSE OBRA-CUSTO
               MOVE SPACES TO LINHA-LISTAGEM
               WRITE LINHA-LISTAGEM
               MOVE SPACES TO LINHA-LISTAGEM
      *----------------------------------------------------------*
      * POSTAR-MOVIMENTO                                          *
      * VALIDA O MOVIMENTO, ATUALIZA O SALDO E O CUSTO MEDIO E    *
      * GRAVA O LOG; RECUSA SAI NA LISTAGEM COM O MOTIVO. PRODUTO *
      * CONGELADO PELA CONTAGEM DO INVENTARIO E RECUSADO.         *
      * MOVIMENTO COM OBRA E CONFERIDO EM CONFERIR-OBRA.          *
      *----------------------------------------------------------*
       POSTAR-MOVIMENTO.

           MOVE SPACES TO WRK-MOTIVO.
           IF NOT EMOV-ENTRADA AND NOT EMOV-SAIDA
               AND NOT EMOV-DEVOLUCAO
               MOVE 'TIPO INVALIDO' TO WRK-MOTIVO
           END-IF.
           IF WRK-MOTIVO = SPACES AND EMOV-QUANTIDADE = ZEROS
               MOVE 'QUANTIDADE ZERADA' TO WRK-MOTIVO
           END-IF.
           IF EMOV-OBRA NUMERIC
               MOVE EMOV-OBRA TO WRK-OBRA-MOV
           ELSE
               MOVE ZEROS TO WRK-OBRA-MOV
           END-IF.
           IF WRK-MOTIVO = SPACES
               PERFORM CONFERIR-OBRA THRU CONFERIR-OBRA-EXIT
           END-IF.
           IF WRK-MOTIVO = SPACES
               AND NOT PRODMST-NAO-ENCONTRADO
               MOVE EMOV-PRODUTO TO PROD-CODIGO
                       MOVE 'PRODUTO SEM CADASTRO' TO WRK-MOTIVO
               END-READ
           END-IF.
           IF WRK-MOTIVO = SPACES
               AND INVCONT-ABERTO
               MOVE EMOV-PRODUTO TO ICT-PRODUTO
               READ CONTAGEM-INVENTARIO
                   NOT INVALID KEY
                       IF ICT-EM-CONTAGEM
                           MOVE 'PRODUTO EM INVENTARIO' TO WRK-MOTIVO
                       END-IF
               END-READ
           END-IF.

           IF WRK-MOTIVO = SPACES
               PERFORM LOCALIZAR-SALDO
               EVALUATE TRUE
                   WHEN EMOV-ENTRADA
                       PERFORM POSTAR-ENTRADA
                   WHEN EMOV-DEVOLUCAO
                       PERFORM POSTAR-DEVOLUCAO
                   WHEN OTHER
                       PERFORM POSTAR-SAIDA THRU POSTAR-SAIDA-EXIT
               END-EVALUATE
           END-IF.

           IF WRK-MOTIVO NOT = SPACES
       POSTAR-MOVIMENTO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * CONFERIR-OBRA                                             *
      * OBRA SO EM SAIDA (MATERIAL ENVIADO) OU DEVOLUCAO (SOBRA   *
      * QUE VOLTA, OBRA OBRIGATORIA); A OBRA PRECISA ESTAR NO     *
      * OBRAMST. LE O CUSTO DA OBRA NO PRODUTO E NAO DEIXA        *
      * DEVOLVER MAIS DO QUE A OBRA TEM EM MAOS DO MATERIAL.      *
      *----------------------------------------------------------*
       CONFERIR-OBRA.
           MOVE 'N' TO WRK-OCU-EXISTE.
           IF EMOV-DEVOLUCAO AND WRK-OBRA-MOV = ZEROS
               MOVE 'DEVOLUCAO SEM OBRA' TO WRK-MOTIVO
               GO TO CONFERIR-OBRA-EXIT
           END-IF.
           IF EMOV-ENTRADA AND WRK-OBRA-MOV NOT = ZEROS
               MOVE 'OBRA EM ENTRADA' TO WRK-MOTIVO
               GO TO CONFERIR-OBRA-EXIT
           END-IF.
           IF WRK-OBRA-MOV = ZEROS
               GO TO CONFERIR-OBRA-EXIT
           END-IF.
           IF NOT OBRAMST-ABERTO
               MOVE 'OBRA SEM CADASTRO' TO WRK-MOTIVO
               GO TO CONFERIR-OBRA-EXIT
           END-IF.
           MOVE WRK-OBRA-MOV TO OBRA-CODIGO.
           READ OBRA-MASTER
               INVALID KEY
                   MOVE 'OBRA SEM CADASTRO' TO WRK-MOTIVO
           END-READ.
           IF WRK-MOTIVO NOT = SPACES
               GO TO CONFERIR-OBRA-EXIT
           END-IF.

           MOVE WRK-OBRA-MOV TO OCU-OBRA.
           MOVE EMOV-PRODUTO TO OCU-PRODUTO.
           READ OBRA-CUSTO
               INVALID KEY
                   MOVE ZEROS TO OCU-QTD-ENVIADA
                   MOVE ZEROS TO OCU-VALOR-ENVIADO
                   MOVE ZEROS TO OCU-QTD-DEVOLVIDA
                   MOVE ZEROS TO OCU-VALOR-DEVOLVIDO
               NOT INVALID KEY
                   MOVE 'S' TO WRK-OCU-EXISTE
           END-READ.
           IF EMOV-DEVOLUCAO
               COMPUTE WRK-QTD-LIQUIDA =
                   OCU-QTD-ENVIADA - OCU-QTD-DEVOLVIDA
               IF EMOV-QUANTIDADE > WRK-QTD-LIQUIDA
                   MOVE 'DEVOLUCAO MAIOR QUE ENVIO' TO WRK-MOTIVO
               END-IF
           END-IF.

       CONFERIR-OBRA-EXIT.
           EXIT.

       LOCALIZAR-SALDO.
           MOVE 'N' TO WRK-SALDO-EXISTE.
           MOVE EMOV-PRODUTO TO EST-PRODUTO.
           END-IF.
           PERFORM REGRAVAR-SALDO.
           PERFORM GRAVAR-LOG-MOVIMENTO.
           IF WRK-OBRA-MOV NOT = ZEROS
               PERFORM LANCAR-CUSTO-OBRA
           END-IF.

       POSTAR-SAIDA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * POSTAR-DEVOLUCAO                                          *
      * SOBRA DE MATERIAL QUE VOLTA DA OBRA: ENTRA NO ESTOQUE     *
      * PELO CUSTO MEDIO DO QUE A OBRA RECEBEU (RECALCULANDO O    *
      * MEDIO MOVEL COMO NUMA ENTRADA) E SAI DO CUSTO DA OBRA     *
      * PELO MESMO VALOR. A DEVOLUCAO DE TODO O SALDO DA OBRA     *
      * LEVA O VALOR RESTANTE, SEM SOBRA DE ARREDONDAMENTO.       *
      *----------------------------------------------------------*
       POSTAR-DEVOLUCAO.

           COMPUTE WRK-QTD-LIQUIDA =
               OCU-QTD-ENVIADA - OCU-QTD-DEVOLVIDA.
           COMPUTE WRK-VALOR-LIQUIDO =
               OCU-VALOR-ENVIADO - OCU-VALOR-DEVOLVIDO.
           COMPUTE WRK-CUSTO-APLICADO ROUNDED =
               WRK-VALOR-LIQUIDO / WRK-QTD-LIQUIDA.
           IF EMOV-QUANTIDADE = WRK-QTD-LIQUIDA
               MOVE WRK-VALOR-LIQUIDO TO WRK-VALOR-MOV
           ELSE
               COMPUTE WRK-VALOR-MOV ROUNDED =
                   EMOV-QUANTIDADE * WRK-VALOR-LIQUIDO
                   / WRK-QTD-LIQUIDA
           END-IF.
           COMPUTE EST-VALOR-TOTAL =
               EST-VALOR-TOTAL + WRK-VALOR-MOV.
           ADD EMOV-QUANTIDADE TO EST-QUANTIDADE.
           IF EST-QUANTIDADE > ZEROS
               COMPUTE EST-CUSTO-MEDIO ROUNDED =
                   EST-VALOR-TOTAL / EST-QUANTIDADE
           END-IF.
           PERFORM REGRAVAR-SALDO.
           PERFORM GRAVAR-LOG-MOVIMENTO.
           PERFORM LANCAR-CUSTO-OBRA.

       POSTAR-DEVOLUCAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LANCAR-CUSTO-OBRA                                         *
      * ACUMULA A SAIDA (ENVIADO) OU A DEVOLUCAO (DEVOLVIDO) NO   *
      * CUSTO REAL DA OBRA NO PRODUTO, LIDO EM CONFERIR-OBRA.     *
      *----------------------------------------------------------*
       LANCAR-CUSTO-OBRA.
           MOVE WRK-OBRA-MOV TO OCU-OBRA.
           MOVE EMOV-PRODUTO TO OCU-PRODUTO.
           IF EMOV-DEVOLUCAO
               ADD EMOV-QUANTIDADE TO OCU-QTD-DEVOLVIDA
               ADD WRK-VALOR-MOV TO OCU-VALOR-DEVOLVIDO
           ELSE
               ADD EMOV-QUANTIDADE TO OCU-QTD-ENVIADA
               ADD WRK-VALOR-MOV TO OCU-VALOR-ENVIADO
           END-IF.
           MOVE RUNDATE-HOJE TO OCU-ULTIMO-MOV.
           IF OBRA-CUSTO-EXISTE
               REWRITE REG-OBRA-CUSTO
           ELSE
               WRITE REG-OBRA-CUSTO
           END-IF.

       LANCAR-CUSTO-OBRA-EXIT.
           EXIT.

       REGRAVAR-SALDO.
           IF PRODUTO-NO-ESTOQUE
               REWRITE REG-ESTOQUE
           MOVE RUNDATE-HOJE TO ELOG-DATA.
           MOVE EMOV-PRODUTO TO ELOG-PRODUTO.
           MOVE EMOV-TIPO TO ELOG-TIPO.
           IF EMOV-DEVOLUCAO
               SET ELOG-ENTRADA TO TRUE
           END-IF.
           MOVE EMOV-QUANTIDADE TO ELOG-QUANTIDADE.
           MOVE WRK-CUSTO-APLICADO TO ELOG-CUSTO.
           MOVE WRK-VALOR-MOV TO ELOG-VALOR.
                  ' VALOR ' DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  INTO LINHA-LISTAGEM.
           IF WRK-OBRA-MOV NOT = ZEROS
               MOVE ' OBRA ' TO LINHA-LISTAGEM(58:6)
               MOVE WRK-OBRA-MOV TO LINHA-LISTAGEM(64:4)
           END-IF.
           WRITE LINHA-LISTAGEM.

       GRAVAR-LOG-MOVIMENTO-EXIT.
