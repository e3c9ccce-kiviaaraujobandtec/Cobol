      ***********************************************************
      * TURMAP.CPY                                                *
      * PARAGRAFOS PADRAO DE CONSULTA AO CADASTRO DE TURMAS. O    *
      * PROGRAMA CHAMADOR DECLARA O ARQUIVO TURMA-MASTER (ASSIGN  *
      * "TURMAMST", LAYOUT TURMA.CPY, FILE STATUS TUR-WS-STATUS), *
      * FAZ COPY 'TURMAW.CPY'. NA WORKING-STORAGE E:              *
      * - EXECUTA ABRIR-TURMAS UMA VEZ (CADASTRO AUSENTE NAO PARA *
      *   O PROGRAMA, MAS NENHUMA TURMA FICA VALIDA);             *
      * - PARA CADA CONSULTA MOVE O CODIGO PARA TUR-WS-CODIGO E   *
      *   EXECUTA CONSULTAR-TURMA; TURMA-CADASTRADA INDICA SE O   *
      *   CODIGO EXISTE E TURMA-DISPONIVEL SE ELE ESTA ATIVO (O   *
      *   REGISTRO LIDO FICA EM REG-TURMA);                       *
      * - EXECUTA FECHAR-TURMAS NO ENCERRAMENTO.                  *
      * USO: COPY 'TURMAP.CPY'. NA PROCEDURE DIVISION.            *
      ***********************************************************
       ABRIR-TURMAS.
           OPEN INPUT TURMA-MASTER.
           IF TUR-ARQ-NAO-ENCONTRADO
               MOVE 'A' TO TUR-WS-ABERTO
               DISPLAY 'CADASTRO DE TURMAS (TURMAMST) NAO '
                       'ENCONTRADO - NENHUMA TURMA SERA ACEITA.'
           ELSE
               MOVE 'S' TO TUR-WS-ABERTO
           END-IF.

       ABRIR-TURMAS-EXIT.
           EXIT.

       FECHAR-TURMAS.
           IF TUR-ABERTO
               CLOSE TURMA-MASTER
           END-IF.

       FECHAR-TURMAS-EXIT.
           EXIT.

       CONSULTAR-TURMA.
           MOVE 'N' TO TUR-WS-ACHADA.
           MOVE 'N' TO TUR-WS-DISPONIVEL.
           IF TUR-ABERTO
               MOVE TUR-WS-CODIGO TO TUR-CODIGO
               READ TURMA-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO TUR-WS-ACHADA
                       IF TUR-ATIVA
                           MOVE 'S' TO TUR-WS-DISPONIVEL
                       END-IF
               END-READ
           END-IF.

       CONSULTAR-TURMA-EXIT.
           EXIT.
