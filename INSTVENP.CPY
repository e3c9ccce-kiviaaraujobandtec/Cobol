      ***********************************************************
      * INSTVENP.CPY                                              *
      * PARAGRAFOS PADRAO DA LEITURA DAS INSTRUCOES DE            *
      * VENCIMENTO. O PROGRAMA CHAMADOR DECLARA O ARQUIVO         *
      * INSTRUCOES-VENCIMENTO (ASSIGN 'INSTVENC', LAYOUT          *
      * INSTVENC.CPY, CHAVE IVC-CONTA, FILE STATUS                *
      * IVC-WS-STATUS), FAZ COPY 'INSTVENW.CPY'. NA               *
      * WORKING-STORAGE E:                                        *
      * - MOVE A CONTA PARA IVC-WS-CONTA E EXECUTA                *
      *   LER-INSTRUCAO-VENC: LIGA IVC-ENCONTRADA E DEIXA O       *
      *   REGISTRO EM REG-INSTVENC QUANDO A CONTA TEM INSTRUCAO,  *
      *   E SEMPRE DEVOLVE EM IVC-WS-DESC A INSTRUCAO POR EXTENSO *
      *   ('SEM INSTRUCAO' QUANDO NAO HA);                        *
      * - EXECUTA FECHAR-INSTRUCOES-VENC NO ENCERRAMENTO.         *
      * SEM O ARQUIVO NENHUMA CONTA TEM INSTRUCAO. QUEM GRAVA     *
      * (VENCMNT, ATIVIDADE05S) ABRE O ARQUIVO EM I-O POR CONTA   *
      * PROPRIA E LIGA IVC-ABERTO.                                *
      * USO: COPY 'INSTVENP.CPY'. NA PROCEDURE DIVISION.          *
      ***********************************************************
       ABRIR-INSTRUCOES-VENC.
           IF NOT IVC-ABERTO AND NOT IVC-AUSENTE
               OPEN INPUT INSTRUCOES-VENCIMENTO
               IF IVC-ARQ-NAO-ENCONTRADO
                   SET IVC-AUSENTE TO TRUE
               ELSE
                   SET IVC-ABERTO TO TRUE
               END-IF
           END-IF.

       ABRIR-INSTRUCOES-VENC-EXIT.
           EXIT.

       FECHAR-INSTRUCOES-VENC.
           IF IVC-ABERTO
               CLOSE INSTRUCOES-VENCIMENTO
               MOVE 'N' TO IVC-WS-ABERTO
           END-IF.

       FECHAR-INSTRUCOES-VENC-EXIT.
           EXIT.

       LER-INSTRUCAO-VENC.
           PERFORM ABRIR-INSTRUCOES-VENC.
           MOVE 'N' TO IVC-WS-ACHADA.
           IF IVC-ABERTO
               MOVE IVC-WS-CONTA TO IVC-CONTA
               READ INSTRUCOES-VENCIMENTO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO IVC-WS-ACHADA
               END-READ
           END-IF.
           PERFORM DESCREVER-INSTRUCAO-VENC.

       LER-INSTRUCAO-VENC-EXIT.
           EXIT.

      *INSTRUCAO POR EXTENSO PARA RELATORIOS E CONSOLE
       DESCREVER-INSTRUCAO-VENC.
           MOVE SPACES TO IVC-WS-DESC.
           EVALUATE TRUE
               WHEN NOT IVC-ENCONTRADA OR IVC-SEM-ACAO
                   MOVE 'SEM INSTRUCAO' TO IVC-WS-DESC
               WHEN IVC-RENOVAR-TOTAL
                   STRING 'RENOVAR TOTAL ' DELIMITED BY SIZE
                          IVC-PRAZO-MESES DELIMITED BY SIZE
                          ' MESES' DELIMITED BY SIZE
                          INTO IVC-WS-DESC
               WHEN IVC-RENOVAR-PRINCIPAL
                   STRING 'RENOVAR PRINCIPAL ' DELIMITED BY SIZE
                          IVC-PRAZO-MESES DELIMITED BY SIZE
                          ' MESES' DELIMITED BY SIZE
                          INTO IVC-WS-DESC
               WHEN OTHER
                   MOVE 'LIQUIDAR E PAGAR' TO IVC-WS-DESC
           END-EVALUATE.

       DESCREVER-INSTRUCAO-VENC-EXIT.
           EXIT.
