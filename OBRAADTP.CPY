      ***********************************************************
      * OBRAADTP.CPY                                              *
      * PARAGRAFOS PADRAO DE SOMA DOS ADITIVOS DE UMA OBRA. O     *
      * PROGRAMA CHAMADOR DECLARA O ARQUIVO OBRA-ADITIVO (ASSIGN  *
      * "OBRAADIT", INDEXADO POR ADT-CHAVE, LAYOUT OBRAADT.CPY,   *
      * FILE STATUS ADT-WS-STATUS), FAZ COPY 'OBRAADTW.CPY'. NA   *
      * WORKING-STORAGE E:                                        *
      * - EXECUTA ABRIR-ADITIVOS UMA VEZ (ARQUIVO AUSENTE NAO     *
      *   PARA O PROGRAMA - A OBRA FICA SEM ADITIVOS);            *
      * - PARA CADA OBRA MOVE O CODIGO PARA ADT-WS-OBRA E         *
      *   EXECUTA SOMAR-ADITIVOS-OBRA: AREA, CUSTO E VALOR DE     *
      *   CONTRATO DOS ADITIVOS APROVADOS VOLTAM EM               *
      *   ADT-WS-AREA/CUSTO/VALOR-APROV, COM A QUANTIDADE DE      *
      *   APROVADOS E DE AINDA SOLICITADOS (PENDENTES);           *
      * - EXECUTA FECHAR-ADITIVOS NO ENCERRAMENTO.                *
      * ORCAMENTO ATUAL = OBRAORC ORIGINAL + ADITIVOS APROVADOS.  *
      * USO: COPY 'OBRAADTP.CPY'. NA PROCEDURE DIVISION.          *
      ***********************************************************
       ABRIR-ADITIVOS.
           OPEN INPUT OBRA-ADITIVO.
           IF ADT-ARQ-NAO-ENCONTRADO
               MOVE 'A' TO ADT-WS-ABERTO
           ELSE
               MOVE 'S' TO ADT-WS-ABERTO
           END-IF.

       ABRIR-ADITIVOS-EXIT.
           EXIT.

       FECHAR-ADITIVOS.
           IF ADT-ABERTO
               CLOSE OBRA-ADITIVO
               MOVE 'N' TO ADT-WS-ABERTO
           END-IF.

       FECHAR-ADITIVOS-EXIT.
           EXIT.

       SOMAR-ADITIVOS-OBRA.
           MOVE ZEROS TO ADT-WS-QTD-APROV.
           MOVE ZEROS TO ADT-WS-QTD-PEND.
           MOVE ZEROS TO ADT-WS-AREA-APROV.
           MOVE ZEROS TO ADT-WS-CUSTO-APROV.
           MOVE ZEROS TO ADT-WS-VALOR-APROV.
           IF NOT ADT-ABERTO
               GO TO SOMAR-ADITIVOS-OBRA-EXIT
           END-IF.
           MOVE 'N' TO ADT-WS-FIM.
           MOVE ADT-WS-OBRA TO ADT-OBRA.
           MOVE ZEROS TO ADT-NUMERO.
           START OBRA-ADITIVO KEY IS NOT < ADT-CHAVE
               INVALID KEY
                   SET ADT-VARREDURA-FIM TO TRUE
           END-START.
           PERFORM SOMAR-UM-ADITIVO UNTIL ADT-VARREDURA-FIM.

       SOMAR-ADITIVOS-OBRA-EXIT.
           EXIT.

       SOMAR-UM-ADITIVO.
           READ OBRA-ADITIVO NEXT RECORD
               AT END
                   SET ADT-VARREDURA-FIM TO TRUE
           END-READ.
           IF NOT ADT-VARREDURA-FIM
               IF ADT-OBRA NOT = ADT-WS-OBRA
                   SET ADT-VARREDURA-FIM TO TRUE
               ELSE
                   IF ADT-APROVADO
                       ADD 1 TO ADT-WS-QTD-APROV
                       ADD ADT-AREA-EXTRA TO ADT-WS-AREA-APROV
                       ADD ADT-CUSTO-EXTRA TO ADT-WS-CUSTO-APROV
                       ADD ADT-VALOR-EXTRA TO ADT-WS-VALOR-APROV
                   END-IF
                   IF ADT-SOLICITADO
                       ADD 1 TO ADT-WS-QTD-PEND
                   END-IF
               END-IF
           END-IF.

       SOMAR-UM-ADITIVO-EXIT.
           EXIT.
