      ***********************************************************
      * VENDATRP.CPY                                              *
      * PARAGRAFOS PADRAO DE CONSULTA AO HISTORICO DE             *
      * ATRIBUICOES DOS VENDEDORES. O PROGRAMA CHAMADOR DECLARA   *
      * O ARQUIVO VENDEDOR-ATRIBUICAO (ASSIGN "VENDATR", LAYOUT   *
      * VENDATR.CPY, INDEXADO POR ATR-CHAVE, FILE STATUS          *
      * ATR-WS-STATUS), FAZ COPY 'VENDATRW.CPY'. NA WORKING-      *
      * STORAGE E:                                                *
      * - EXECUTA ABRIR-ATRIBUICAO UMA VEZ NA INICIALIZACAO E     *
      *   FECHAR-ATRIBUICAO NO ENCERRAMENTO (QUEM ATUALIZA O      *
      *   ARQUIVO ABRE I-O POR CONTA PROPRIA E MOVE 'S' PARA      *
      *   ATR-WS-ABERTO);                                         *
      * - MOVE VENDEDOR E DATA PARA ATR-WS-VENDEDOR E             *
      *   ATR-WS-DATA E EXECUTA BUSCAR-ATRIBUICAO: A ATRIBUICAO   *
      *   EM VIGOR NA DATA VOLTA EM ATR-WS-REGIAO, ATR-WS-FILIAL, *
      *   ATR-WS-INICIO E ATR-WS-FIM, COM ATR-ACHADA. SEM         *
      *   HISTORICO PARA A DATA (OU SEM O ARQUIVO) VOLTA          *
      *   ATR-NAO-ACHADA E O CHAMADOR USA A REGIAO ATUAL DO       *
      *   VENDMST, COMO ANTES DO HISTORICO.                       *
      * A ULTIMA ATRIBUICAO ACHADA FICA GUARDADA: CONSULTAS       *
      * SEGUIDAS DO MESMO VENDEDOR DENTRO DO MESMO PERIODO NAO    *
      * RELEEM O ARQUIVO. QUEM GRAVA NO ARQUIVO MOVE 'N' PARA     *
      * ATR-WS-RESULT APOS A GRAVACAO, DESCARTANDO A GUARDA.      *
      * USO: COPY 'VENDATRP.CPY'. NA PROCEDURE DIVISION.          *
      ***********************************************************
       ABRIR-ATRIBUICAO.
           OPEN INPUT VENDEDOR-ATRIBUICAO.
           IF ATR-NAO-ENCONTRADO
               MOVE 'N' TO ATR-WS-ABERTO
               DISPLAY 'HISTORICO DE ATRIBUICOES (VENDATR) NAO '
                       'ENCONTRADO - VALE A REGIAO ATUAL DO VENDMST.'
           ELSE
               MOVE 'S' TO ATR-WS-ABERTO
           END-IF.

       ABRIR-ATRIBUICAO-EXIT.
           EXIT.

       FECHAR-ATRIBUICAO.
           IF ATR-ARQ-ABERTO
               CLOSE VENDEDOR-ATRIBUICAO
               MOVE 'N' TO ATR-WS-ABERTO
           END-IF.

       FECHAR-ATRIBUICAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * BUSCAR-ATRIBUICAO                                         *
      * POSICIONA NO PRIMEIRO PERIODO DO VENDEDOR E AVANCA ATE    *
      * PASSAR DA DATA PEDIDA, FICANDO COM O PERIODO QUE A        *
      * CONTEM.                                                   *
      *----------------------------------------------------------*
       BUSCAR-ATRIBUICAO.
           IF ATR-ACHADA
               AND ATR-WS-VENDEDOR = ATR-WS-ULT-VENDEDOR
               AND ATR-WS-DATA NOT < ATR-WS-INICIO
               AND ATR-WS-DATA NOT > ATR-WS-FIM
               GO TO BUSCAR-ATRIBUICAO-EXIT
           END-IF.
           SET ATR-NAO-ACHADA TO TRUE.
           MOVE SPACES TO ATR-WS-REGIAO.
           MOVE SPACES TO ATR-WS-FILIAL.
           MOVE ZEROS TO ATR-WS-INICIO.
           MOVE ZEROS TO ATR-WS-FIM.
           IF NOT ATR-ARQ-ABERTO
               GO TO BUSCAR-ATRIBUICAO-EXIT
           END-IF.
           MOVE ATR-WS-VENDEDOR TO ATR-VENDEDOR.
           MOVE ZEROS TO ATR-DATA-INICIO.
           START VENDEDOR-ATRIBUICAO KEY IS NOT < ATR-CHAVE
               INVALID KEY
                   GO TO BUSCAR-ATRIBUICAO-EXIT
           END-START.
           MOVE 'N' TO ATR-WS-FIM-BUSCA.
           PERFORM VARRER-ATRIBUICAO UNTIL ATR-BUSCA-ENCERRADA.

       BUSCAR-ATRIBUICAO-EXIT.
           EXIT.

       VARRER-ATRIBUICAO.
           READ VENDEDOR-ATRIBUICAO NEXT RECORD
               AT END
                   MOVE 'S' TO ATR-WS-FIM-BUSCA
           END-READ.
           IF NOT ATR-BUSCA-ENCERRADA
               IF ATR-VENDEDOR NOT = ATR-WS-VENDEDOR
                   OR ATR-DATA-INICIO > ATR-WS-DATA
                   MOVE 'S' TO ATR-WS-FIM-BUSCA
               ELSE
                   IF ATR-WS-DATA NOT > ATR-DATA-FIM
                       SET ATR-ACHADA TO TRUE
                       MOVE ATR-VENDEDOR TO ATR-WS-ULT-VENDEDOR
                       MOVE ATR-REGIAO TO ATR-WS-REGIAO
                       MOVE ATR-FILIAL TO ATR-WS-FILIAL
                       MOVE ATR-DATA-INICIO TO ATR-WS-INICIO
                       MOVE ATR-DATA-FIM TO ATR-WS-FIM
                   END-IF
               END-IF
           END-IF.

       VARRER-ATRIBUICAO-EXIT.
           EXIT.
