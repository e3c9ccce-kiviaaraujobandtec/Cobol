      ***********************************************************
      * DISCIPLP.CPY                                              *
      * PARAGRAFOS PADRAO DE CONSULTA AO CADASTRO DE              *
      * DISCIPLINAS. O PROGRAMA CHAMADOR DECLARA O ARQUIVO        *
      * DISCIPLINA (ASSIGN "DISCIPL", LAYOUT DISCIPL.CPY, FILE    *
      * STATUS DISC-WS-STATUS), FAZ COPY 'DISCIPLW.CPY'. NA       *
      * WORKING-STORAGE E:                                        *
      * - EXECUTA ABRIR-DISCIPLINAS UMA VEZ (CADASTRO AUSENTE     *
      *   NAO PARA O PROGRAMA - DISC-AUSENTE FICA LIGADO);        *
      * - PARA CADA CONSULTA MOVE O CODIGO PARA DISC-WS-CODIGO E  *
      *   EXECUTA BUSCAR-DISCIPLINA; O NOME VOLTA EM DISC-WS-NOME *
      *   E DISCIPLINA-CADASTRADA INDICA SE O CODIGO EXISTE;      *
      * - EXECUTA FECHAR-DISCIPLINAS NO ENCERRAMENTO.             *
      * USO: COPY 'DISCIPLP.CPY'. NA PROCEDURE DIVISION.          *
      ***********************************************************
       ABRIR-DISCIPLINAS.
           OPEN INPUT DISCIPLINA.
           IF DISC-ARQ-NAO-ENCONTRADO
               MOVE 'A' TO DISC-WS-ABERTO
               DISPLAY 'CADASTRO DE DISCIPLINAS (DISCIPL) NAO '
                       'ENCONTRADO - NOMES NAO SERAO IMPRESSOS.'
           ELSE
               MOVE 'S' TO DISC-WS-ABERTO
           END-IF.

       ABRIR-DISCIPLINAS-EXIT.
           EXIT.

       FECHAR-DISCIPLINAS.
           IF DISC-ABERTO
               CLOSE DISCIPLINA
           END-IF.

       FECHAR-DISCIPLINAS-EXIT.
           EXIT.

       BUSCAR-DISCIPLINA.
           MOVE 'N' TO DISC-WS-ACHADA.
           MOVE SPACES TO DISC-WS-NOME.
           IF DISC-ABERTO
               MOVE DISC-WS-CODIGO TO DISC-CODIGO
               READ DISCIPLINA
                   INVALID KEY
                       MOVE '*SEM CADASTRO*' TO DISC-WS-NOME
                   NOT INVALID KEY
                       MOVE 'S' TO DISC-WS-ACHADA
                       MOVE DISC-NOME TO DISC-WS-NOME
               END-READ
           END-IF.

       BUSCAR-DISCIPLINA-EXIT.
           EXIT.
