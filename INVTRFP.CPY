      ***********************************************************
      * INVTRFP.CPY                                               *
      * PARAGRAFOS PADRAO DO REGISTRO DE TRANSFERENCIAS ENTRE     *
      * CONTAS DE INVESTIMENTO. O PROGRAMA CHAMADOR DECLARA O     *
      * ARQUIVO TRANSFERENCIAS-INVEST (ASSIGN 'INVTRF', LAYOUT    *
      * INVTRF.CPY, CHAVE TRF-CHAVE, CHAVE ALTERNATIVA            *
      * TRF-REFERENCIA COM DUPLICATAS, FILE STATUS TRF-WS-STATUS),*
      * FAZ COPY 'INVTRFW.CPY'. NA WORKING-STORAGE E:             *
      * - COM O MOVIMENTO DO INVMOV LIDO (MOV-CONTA/MOV-SEQ),     *
      *   EXECUTA LOCALIZAR-TRANSFERENCIA: LIGA TRF-ENCONTRADA E  *
      *   DEIXA O REGISTRO EM REG-INVTRF SE O MOVIMENTO FOR UM    *
      *   LADO DE TRANSFERENCIA;                                  *
      * - EXECUTA FECHAR-TRANSFERENCIAS NO ENCERRAMENTO.          *
      * SEM O ARQUIVO NENHUM MOVIMENTO E TRANSFERENCIA. QUEM GRAVA*
      * (ATIVIDADE05O) ABRE O ARQUIVO EM I-O POR CONTA PROPRIA,   *
      * LIGA TRF-ABERTO E TIRA A PROXIMA REFERENCIA LIVRE COM     *
      * OBTER-PROX-REFERENCIA-TRF (EM TRF-WS-PROX-REF).           *
      * USO: COPY 'INVTRFP.CPY'. NA PROCEDURE DIVISION.           *
      ***********************************************************
       ABRIR-TRANSFERENCIAS.
           IF NOT TRF-ABERTO AND NOT TRF-AUSENTE
               OPEN INPUT TRANSFERENCIAS-INVEST
               IF TRF-ARQ-NAO-ENCONTRADO
                   SET TRF-AUSENTE TO TRUE
               ELSE
                   SET TRF-ABERTO TO TRUE
               END-IF
           END-IF.

       ABRIR-TRANSFERENCIAS-EXIT.
           EXIT.

       FECHAR-TRANSFERENCIAS.
           IF TRF-ABERTO
               CLOSE TRANSFERENCIAS-INVEST
               MOVE 'N' TO TRF-WS-ABERTO
           END-IF.

       FECHAR-TRANSFERENCIAS-EXIT.
           EXIT.

       LOCALIZAR-TRANSFERENCIA.
           PERFORM ABRIR-TRANSFERENCIAS.
           MOVE 'N' TO TRF-WS-ACHADA.
           IF TRF-ABERTO
               MOVE MOV-CONTA TO TRF-CONTA
               MOVE MOV-SEQ TO TRF-SEQ
               READ TRANSFERENCIAS-INVEST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO TRF-WS-ACHADA
               END-READ
           END-IF.

       LOCALIZAR-TRANSFERENCIA-EXIT.
           EXIT.

      *A MAIOR REFERENCIA GRAVADA MAIS UM
       OBTER-PROX-REFERENCIA-TRF.
           MOVE ZEROS TO TRF-WS-PROX-REF.
           MOVE 'N' TO TRF-WS-VARRE.
           MOVE ZEROS TO TRF-CONTA.
           MOVE ZEROS TO TRF-SEQ.
           START TRANSFERENCIAS-INVEST KEY IS NOT < TRF-CHAVE
               INVALID KEY
                   SET TRF-VARREDURA-FIM TO TRUE
           END-START.
           PERFORM VARRER-REFERENCIA-TRF UNTIL TRF-VARREDURA-FIM.
           ADD 1 TO TRF-WS-PROX-REF.

       OBTER-PROX-REFERENCIA-TRF-EXIT.
           EXIT.

       VARRER-REFERENCIA-TRF.
           READ TRANSFERENCIAS-INVEST NEXT RECORD
               AT END
                   SET TRF-VARREDURA-FIM TO TRUE
           END-READ.
           IF NOT TRF-VARREDURA-FIM
               AND TRF-REFERENCIA > TRF-WS-PROX-REF
               MOVE TRF-REFERENCIA TO TRF-WS-PROX-REF
           END-IF.

       VARRER-REFERENCIA-TRF-EXIT.
           EXIT.
