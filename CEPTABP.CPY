      ***********************************************************
      * CEPTABP.CPY                                               *
      * PARAGRAFOS PADRAO DE CONSULTA DA TABELA DE CEP. O         *
      * PROGRAMA CHAMADOR DECLARA O ARQUIVO TABELA-CEP (ASSIGN    *
      * "CEPTAB", INDEXED, RECORD KEY CEP-CODIGO, LAYOUT          *
      * CEPTAB.CPY, FILE STATUS CEP-WS-STATUS) E FAZ              *
      * COPY 'CEPTABW.CPY'. NA WORKING-STORAGE.                   *
      * - CONSULTAR-CEP: MOVE O CEP PARA CEP-WS-CEP E EXECUTE;    *
      *   ACHADO, VOLTA CEP-ENCONTRADO COM O LOGRADOURO NO        *
      *   REGISTRO E A CIDADE (20 POSICOES, COMO NO CLIREG) E A UF*
      *   EM CEP-WS-CIDADE/CEP-WS-UF. SEM O ARQUIVO CEPTAB A      *
      *   CONSULTA NUNCA ACHA (CEP-TABELA-AUSENTE) E O CHAMADOR   *
      *   VOLTA A ACEITAR O ENDERECO DIGITADO, PARA NAO PARAR O   *
      *   CADASTRAMENTO POR FALTA DA TABELA, COMO NO UFTABP.      *
      * - MONTAR-ENDERECO-CEP: APOS O CEP ENCONTRADO, MOVE NUMERO *
      *   E COMPLEMENTO PARA CEP-WS-NUMERO/CEP-WS-COMPLEMENTO E   *
      *   EXECUTE; A LINHA DE ENDERECO DO CLIENTE (LOGRADOURO,    *
      *   NUMERO COMPLEMENTO) VOLTA EM CEP-WS-ENDERECO. LOGRADOURO*
      *   LONGO E CORTADO PARA O NUMERO CABER NAS 30 POSICOES.    *
      * - FECHAR-TABELA-CEP: NA FINALIZACAO.                      *
      * USO: COPY 'CEPTABP.CPY'. NA PROCEDURE DIVISION.           *
      ***********************************************************
       CONSULTAR-CEP.
           MOVE 'N' TO CEP-WS-ACHADO.
           MOVE SPACES TO CEP-WS-CIDADE CEP-WS-UF.
           IF NOT CEP-TABELA-ABERTA AND NOT CEP-TABELA-AUSENTE
               OPEN INPUT TABELA-CEP
               IF CEP-ARQ-NAO-ENCONTRADO
                   DISPLAY 'ARQUIVO CEPTAB NAO ENCONTRADO - ENDERECO '
                           'SERA DIGITADO.'
                   SET CEP-TABELA-AUSENTE TO TRUE
               ELSE
                   SET CEP-TABELA-ABERTA TO TRUE
               END-IF
           END-IF.
           IF CEP-TABELA-ABERTA AND CEP-WS-CEP > ZEROS
               MOVE CEP-WS-CEP TO CEP-CODIGO
               READ TABELA-CEP
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CEP-ENCONTRADO TO TRUE
                       MOVE CEP-CIDADE TO CEP-WS-CIDADE
                       MOVE CEP-UF TO CEP-WS-UF
               END-READ
           END-IF.

       CONSULTAR-CEP-EXIT.
           EXIT.

       MONTAR-ENDERECO-CEP.
           MOVE SPACES TO CEP-WS-SUFIXO.
           MOVE 1 TO CEP-WS-PONTEIRO.
           IF CEP-WS-NUMERO NOT = SPACES
               STRING ', ' DELIMITED BY SIZE
                      CEP-WS-NUMERO DELIMITED BY SPACE
                      INTO CEP-WS-SUFIXO
                      WITH POINTER CEP-WS-PONTEIRO
           END-IF.
           IF CEP-WS-COMPLEMENTO NOT = SPACES
               STRING ' ' DELIMITED BY SIZE
                      CEP-WS-COMPLEMENTO DELIMITED BY '  '
                      INTO CEP-WS-SUFIXO
                      WITH POINTER CEP-WS-PONTEIRO
           END-IF.
           COMPUTE CEP-WS-ESPACO = 31 - CEP-WS-PONTEIRO.
           MOVE SPACES TO CEP-WS-RUA.
           MOVE CEP-LOGRADOURO(1:CEP-WS-ESPACO) TO CEP-WS-RUA.
           MOVE SPACES TO CEP-WS-ENDERECO.
           STRING CEP-WS-RUA DELIMITED BY '  '
                  CEP-WS-SUFIXO DELIMITED BY '  '
                  INTO CEP-WS-ENDERECO.

       MONTAR-ENDERECO-CEP-EXIT.
           EXIT.

       FECHAR-TABELA-CEP.
           IF CEP-TABELA-ABERTA
               CLOSE TABELA-CEP
               MOVE 'N' TO CEP-WS-ABERTA
           END-IF.

       FECHAR-TABELA-CEP-EXIT.
           EXIT.
