      ***********************************************************
      * RESPP.CPY                                                 *
      * PARAGRAFOS PADRAO DE OBTENCAO DO RESPONSAVEL DO ALUNO. O  *
      * PROGRAMA CHAMADOR DECLARA OS ARQUIVOS ALUNO-MASTER        *
      * (ALUNMST.CPY) E CADASTRO-CLIENTE (ASSIGN "CADCLI", LAYOUT *
      * CLIREG.CPY, FILE STATUS RSP-WS-CLI-STATUS), FAZ COPY      *
      * 'RESPW.CPY'. NA WORKING-STORAGE E:                        *
      * - EXECUTA ABRIR-CADASTRO-RESP UMA VEZ (CADASTRO AUSENTE   *
      *   NAO PARA O PROGRAMA - VALE O TEXTO LIVRE DO ALUNO);     *
      * - COM O REG-ALUNO DO ALUNO CORRENTE NA AREA DO ARQUIVO,   *
      *   EXECUTA PERFORM OBTER-RESPONSAVEL THRU                  *
      *   OBTER-RESPONSAVEL-EXIT; NOME, ENDERECO, CIDADE E UF     *
      *   VOLTAM EM RSP-WS-xxx E A ORIGEM EM RSP-WS-ORIGEM. ALUNO *
      *   COM ALUN-CPF-RESP PREENCHIDO TEM O ENDERECO DO CADCLI;  *
      *   O NOME E O DO ALUNMST (30 POSICOES) OU, EM BRANCO, O    *
      *   DO CADCLI;                                              *
      * - EXECUTA FECHAR-CADASTRO-RESP NO ENCERRAMENTO.           *
      * O PROGRAMA QUE JA LE O CADCLI PARA OUTRA FINALIDADE ABRE  *
      * E FECHA PELOS MESMOS PARAGRAFOS; O QUE O ATUALIZA ABRE    *
      * EM I-O POR CONTA PROPRIA E LIGA RSP-CADASTRO-ABERTO.      *
      * USO: COPY 'RESPP.CPY'. NA PROCEDURE DIVISION.             *
      ***********************************************************
       ABRIR-CADASTRO-RESP.
           OPEN INPUT CADASTRO-CLIENTE.
           IF RSP-CLI-OK
               SET RSP-CADASTRO-ABERTO TO TRUE
           ELSE
               MOVE 'N' TO RSP-WS-CADASTRO
               DISPLAY 'CADASTRO DE CLIENTES (CADCLI) NAO '
                       'ENCONTRADO - RESPONSAVEL PELO ALUNMST.'
           END-IF.

       ABRIR-CADASTRO-RESP-EXIT.
           EXIT.

       FECHAR-CADASTRO-RESP.
           IF RSP-CADASTRO-ABERTO
               CLOSE CADASTRO-CLIENTE
               MOVE 'N' TO RSP-WS-CADASTRO
           END-IF.

       FECHAR-CADASTRO-RESP-EXIT.
           EXIT.

      *RESPONSAVEL DO ALUNO CORRENTE: CPF VINCULADO E ACHADO NO
      *CADCLI DA O ENDERECO DO CADASTRO; SENAO VALE O TEXTO LIVRE
       OBTER-RESPONSAVEL.
           MOVE ALUN-CPF-RESP TO RSP-WS-CPF.
           MOVE ALUN-RESPONSAVEL TO RSP-WS-NOME.
           MOVE ALUN-END-RESP TO RSP-WS-ENDERECO.
           MOVE ALUN-CIDADE-RESP TO RSP-WS-CIDADE.
           MOVE ALUN-UF-RESP TO RSP-WS-UF.
           IF ALUN-RESPONSAVEL = SPACES
               SET RSP-SEM-RESPONSAVEL TO TRUE
           ELSE
               SET RSP-DO-ALUNO TO TRUE
           END-IF.
           IF ALUN-CPF-RESP = ZEROS OR NOT RSP-CADASTRO-ABERTO
               GO TO OBTER-RESPONSAVEL-EXIT
           END-IF.
           MOVE ALUN-CPF-RESP TO REG-CPF.
           READ CADASTRO-CLIENTE
               INVALID KEY
                   GO TO OBTER-RESPONSAVEL-EXIT
           END-READ.
           IF RSP-WS-NOME = SPACES
               MOVE REG-NOME TO RSP-WS-NOME
           END-IF.
           MOVE REG-ENDERECO TO RSP-WS-ENDERECO.
           MOVE REG-CIDADE TO RSP-WS-CIDADE.
           MOVE REG-UF TO RSP-WS-UF.
           SET RSP-DO-CADASTRO TO TRUE.

       OBTER-RESPONSAVEL-EXIT.
           EXIT.
