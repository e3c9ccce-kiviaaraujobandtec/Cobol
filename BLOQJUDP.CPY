      ***********************************************************
      * BLOQJUDP.CPY                                              *
      * PARAGRAFOS PADRAO DA APURACAO DE BLOQUEIOS JUDICIAIS. O   *
      * PROGRAMA CHAMADOR DECLARA O ARQUIVO BLOQUEIOS-JUDICIAIS   *
      * (ASSIGN 'BLOQJUD', LAYOUT BLOQJUD.CPY, CHAVE BLJ-CHAVE,   *
      * FILE STATUS BLJ-WS-STATUS), FAZ COPY 'BLOQJUDW.CPY'. NA   *
      * WORKING-STORAGE E:                                        *
      * - MOVE A CONTA PARA BLJ-WS-CONTA E O SALDO ATUAL PARA     *
      *   BLJ-WS-SALDO E EXECUTA APURAR-BLOQUEIO-JUDICIAL: VOLTA  *
      *   EM BLJ-WS-TOTAL A SOMA DOS BLOQUEIOS ATIVOS DA CONTA,   *
      *   EM BLJ-WS-QTD QUANTOS SAO E EM BLJ-WS-LIVRE O SALDO QUE *
      *   PODE SER RESGATADO (NUNCA NEGATIVO);                    *
      * - EXECUTA FECHAR-BLOQUEIOS NO ENCERRAMENTO.               *
      * SEM O ARQUIVO NENHUMA CONTA TEM BLOQUEIO. O BLQMNT ABRE O *
      * ARQUIVO EM I-O POR CONTA PROPRIA E LIGA BLJ-ABERTO.       *
      * USO: COPY 'BLOQJUDP.CPY'. NA PROCEDURE DIVISION.          *
      ***********************************************************
       ABRIR-BLOQUEIOS.
           IF NOT BLJ-ABERTO AND NOT BLJ-AUSENTE
               OPEN INPUT BLOQUEIOS-JUDICIAIS
               IF BLJ-ARQ-NAO-ENCONTRADO
                   SET BLJ-AUSENTE TO TRUE
               ELSE
                   SET BLJ-ABERTO TO TRUE
               END-IF
           END-IF.

       ABRIR-BLOQUEIOS-EXIT.
           EXIT.

       FECHAR-BLOQUEIOS.
           IF BLJ-ABERTO
               CLOSE BLOQUEIOS-JUDICIAIS
               MOVE 'N' TO BLJ-WS-ABERTO
           END-IF.

       FECHAR-BLOQUEIOS-EXIT.
           EXIT.

       APURAR-BLOQUEIO-JUDICIAL.
           PERFORM ABRIR-BLOQUEIOS.
           MOVE ZEROS TO BLJ-WS-TOTAL.
           MOVE ZEROS TO BLJ-WS-QTD.
           IF BLJ-ABERTO
               MOVE 'N' TO BLJ-WS-VARRE
               MOVE BLJ-WS-CONTA TO BLJ-CONTA
               MOVE LOW-VALUES TO BLJ-ORDEM
               START BLOQUEIOS-JUDICIAIS KEY IS NOT < BLJ-CHAVE
                   INVALID KEY
                       SET BLJ-VARREDURA-FIM TO TRUE
               END-START
               PERFORM LER-BLOQUEIO-CONTA UNTIL BLJ-VARREDURA-FIM
           END-IF.
           COMPUTE BLJ-WS-LIVRE = BLJ-WS-SALDO - BLJ-WS-TOTAL.
           IF BLJ-WS-LIVRE < ZEROS
               MOVE ZEROS TO BLJ-WS-LIVRE
           END-IF.

       APURAR-BLOQUEIO-JUDICIAL-EXIT.
           EXIT.

       LER-BLOQUEIO-CONTA.
           READ BLOQUEIOS-JUDICIAIS NEXT RECORD
               AT END
                   SET BLJ-VARREDURA-FIM TO TRUE
           END-READ.
           IF NOT BLJ-VARREDURA-FIM AND BLJ-CONTA NOT = BLJ-WS-CONTA
               SET BLJ-VARREDURA-FIM TO TRUE
           END-IF.
           IF NOT BLJ-VARREDURA-FIM AND BLJ-ATIVO
               ADD BLJ-VALOR TO BLJ-WS-TOTAL
               ADD 1 TO BLJ-WS-QTD
           END-IF.

       LER-BLOQUEIO-CONTA-EXIT.
           EXIT.
