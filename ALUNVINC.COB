       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUNVINC.
      **********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = KIVIA(ALURA) KIVIAAL
      *OBJETIVO: VINCULO INICIAL DOS RESPONSAVEIS DOS ALUNOS AO
      *CADASTRO-CLIENTE, RODADO UMA VEZ APOS A CONVERSAO ALUNCONV
      *QUE INCLUIU O ALUN-CPF-RESP. EM DUAS PASSADAS:
      *- PARM 'PROPOR' (OU SEM PARM): PARA CADA ALUNO SEM CPF DE
      *RESPONSAVEL, PROCURA NO CADCLI PELA CHAVE ALTERNATIVA DE
      *NOME (20 PRIMEIRAS POSICOES DO NOME DO RESPONSAVEL, EM
      *CAIXA ALTA) E CONFERE ENDERECO E CIDADE. UM UNICO CLIENTE
      *COM O MESMO ENDERECO SAI PROPOSTO JA APROVADO (S); NOME
      *SEM ENDERECO IGUAL OU MAIS DE UM CANDIDATO SAI COM N PARA
      *DECISAO DO OPERADOR. AS PROPOSTAS VAO PARA O ARQUIVO
      *ALUNVINC E A LISTAGEM PARA O VINCREL;
      *- PARM 'APLICAR': LE O ALUNVINC REVISADO PELO OPERADOR E,
      *PARA CADA PROPOSTA COM S, CONFERE O CPF (VALIDCPF E
      *CADCLI) E GRAVA O ALUN-CPF-RESP NO ALUNO QUE AINDA NAO
      *TEM CPF, DEIXANDO EM BRANCO O ENDERECO DO ALUNMST (PASSA A
      *VALER O DO CADCLI). A RERODADA NAO ALTERA ALUNO JA
      *VINCULADO.
      *DATA   = 16/05/22
      *HISTORICO DE ALTERACOES
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUNO-MASTER ASSIGN TO "ALUNMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALUN-MATRICULA
               FILE STATUS IS WRK-ALUN-STATUS.

           SELECT CADASTRO-CLIENTE ASSIGN TO "CADCLI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CPF
               ALTERNATE RECORD KEY IS REG-NOME
                   WITH DUPLICATES
               FILE STATUS IS WRK-CLI-STATUS.

           SELECT ARQUIVO-PROPOSTA ASSIGN TO "ALUNVINC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-PRP-STATUS.

           SELECT RELATORIO-VINCULO ASSIGN TO "VINCREL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALUNO-MASTER.
           COPY 'ALUNMST.CPY'.

       FD  CADASTRO-CLIENTE.
           COPY 'CLIREG.CPY'.

      *PROPOSTA DE VINCULO - O OPERADOR REVISA A POSICAO 1
      *(S = APLICAR, N = NAO APLICAR) ANTES DA PASSADA APLICAR.
      *CLASSE: E = NOME E ENDERECO CONFEREM, N = SO O NOME,
      *A = MAIS DE UM CLIENTE COM O NOME (UMA LINHA POR CLIENTE)
       FD  ARQUIVO-PROPOSTA.
       01  REG-PROPOSTA.
           05 PRP-APLICAR          PIC X(01).
               88 PRP-APROVADA         VALUE 'S'.
           05 PRP-CLASSE           PIC X(01).
           05 PRP-MATRICULA        PIC 9(06).
           05 PRP-CPF              PIC 9(11).
           05 PRP-NOME-ALUNO       PIC X(30).
           05 PRP-RESPONSAVEL      PIC X(30).
           05 PRP-END-RESP         PIC X(30).
           05 PRP-NOME-CLIENTE     PIC X(20).
           05 PRP-END-CLIENTE      PIC X(30).
           05 PRP-CIDADE-CLIENTE   PIC X(20).

       FD  RELATORIO-VINCULO.
       01  LINHA-VINCULO       PIC X(80).

       WORKING-STORAGE SECTION.
       77 WRK-ALUN-STATUS PIC X(02) VALUE ZEROS.
           88 ALUN-OK VALUE '00'.
           88 ALUN-FIM VALUE '10'.
           88 ALUN-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-CLI-STATUS PIC X(02) VALUE ZEROS.
           88 CLI-OK VALUE '00'.
           88 CLI-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-PRP-STATUS PIC X(02) VALUE ZEROS.
           88 PRP-FIM VALUE '10'.
           88 PRP-NAO-ENCONTRADO VALUE '35'.
       77 WRK-REL-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-ALUN-ABERTO PIC X(01) VALUE 'N'.
           88 ALUN-ABERTO VALUE 'S'.
       77 WRK-CLI-ABERTO PIC X(01) VALUE 'N'.
           88 CLI-ABERTO VALUE 'S'.
       77 WRK-PRP-ABERTO PIC X(01) VALUE 'N'.
           88 PRP-ABERTO VALUE 'S'.
       77 WRK-MODO PIC X(01) VALUE 'P'.
           88 MODO-PROPOR VALUE 'P'.
           88 MODO-APLICAR VALUE 'A'.

      *BUSCA DOS CANDIDATOS NO CADCLI PELO NOME DO RESPONSAVEL
       77 WRK-NOME-BUSCA PIC X(30) VALUE SPACES.
       77 WRK-END-ALUNO PIC X(30) VALUE SPACES.
       77 WRK-CIDADE-ALUNO PIC X(20) VALUE SPACES.
       77 WRK-END-CLI PIC X(30) VALUE SPACES.
       77 WRK-CIDADE-CLI PIC X(20) VALUE SPACES.
       77 WRK-CAND-FIM PIC X(01) VALUE 'N'.
           88 CANDIDATOS-FIM VALUE 'S'.
       77 WRK-QTD-CAND PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-CONFERE PIC 9(03) VALUE ZEROS.
       77 WRK-IND-CAND PIC 9(03) VALUE ZEROS.
       77 WRK-IND-CONFERE PIC 9(03) VALUE ZEROS.
       77 WRK-CLASSE PIC X(01) VALUE SPACES.
       77 WRK-CLASSE-DESC PIC X(15) VALUE SPACES.
       77 WRK-FLAG-PROPOSTA PIC X(01) VALUE 'N'.
       01 TAB-CANDIDATOS.
           05 TAB-CAND-LINHA OCCURS 10 TIMES.
               10 TAB-CAND-CPF       PIC 9(11).
               10 TAB-CAND-NOME      PIC X(20).
               10 TAB-CAND-ENDERECO  PIC X(30).
               10 TAB-CAND-CIDADE    PIC X(20).

      *PASSADA APLICAR
       77 WRK-CPF-VALIDO PIC X(01) VALUE 'N'.
           88 CPF-VALIDO VALUE 'S'.
       77 WRK-MOTIVO PIC X(25) VALUE SPACES.

       77 WRK-QTD-AVALIADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-ENDERECO PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-SO-NOME PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-AMBIGUOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-SEM-CAND PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-PROPOSTAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-LIDAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-APROVADAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-VINCULADAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-RECUSADAS PIC 9(05) VALUE ZEROS.
           COPY 'RUNDATE.CPY'.
           COPY 'RPTHDR.CPY'.

       LINKAGE SECTION.
       01  LK-PARM.
           05 LK-PARM-LTH       PIC S9(04) COMP.
           05 LK-PARM-TXT       PIC X(10).

       PROCEDURE DIVISION USING LK-PARM.
       0001-PRINCIPAL.

           PERFORM 0002-INICIALIZAR THRU 0002-INICIALIZAR-EXIT.
           IF MODO-APLICAR
               PERFORM 0004-APLICAR UNTIL PRP-FIM
           ELSE
               PERFORM 0003-PROPOR UNTIL ALUN-FIM
           END-IF.
           PERFORM 0005-FINALIZAR.

           STOP RUN.

       0002-INICIALIZAR.

           PERFORM OBTER-DATA-EXECUCAO.
           IF LK-PARM-LTH >= 7
               AND LK-PARM-TXT(1:7) = 'APLICAR'
               SET MODO-APLICAR TO TRUE
           END-IF.
           DISPLAY 'ALUNVINC' '   DATA: ' RUNDATE-HOJE-ED.

           OPEN OUTPUT RELATORIO-VINCULO.
           IF MODO-APLICAR
               MOVE 'VINCULO DE RESPONSAVEIS - APLICACAO'
                   TO RPT-HDR-TITULO
           ELSE
               MOVE 'VINCULO DE RESPONSAVEIS - PROPOSTA'
                   TO RPT-HDR-TITULO
           END-IF.
           PERFORM MONTAR-CABECALHO-RELATORIO.
           MOVE RPT-HDR-LINHA TO LINHA-VINCULO.
           WRITE LINHA-VINCULO.
           MOVE SPACES TO LINHA-VINCULO.
           WRITE LINHA-VINCULO.

           SET ALUN-FIM TO TRUE.
           SET PRP-FIM TO TRUE.
           OPEN INPUT CADASTRO-CLIENTE.
           IF CLI-NAO-ENCONTRADO
               MOVE 'CADASTRO DE CLIENTES (CADCLI) NAO ENCONTRADO.'
                   TO LINHA-VINCULO
               WRITE LINHA-VINCULO
               GO TO 0002-INICIALIZAR-EXIT
           END-IF.
           SET CLI-ABERTO TO TRUE.

           IF MODO-APLICAR
               OPEN I-O ALUNO-MASTER
           ELSE
               OPEN INPUT ALUNO-MASTER
           END-IF.
           IF ALUN-NAO-ENCONTRADO
               MOVE 'CADASTRO DE ALUNOS (ALUNMST) NAO ENCONTRADO.'
                   TO LINHA-VINCULO
               WRITE LINHA-VINCULO
               SET ALUN-FIM TO TRUE
               GO TO 0002-INICIALIZAR-EXIT
           END-IF.
           SET ALUN-ABERTO TO TRUE.

           IF MODO-APLICAR
               OPEN INPUT ARQUIVO-PROPOSTA
               IF PRP-NAO-ENCONTRADO
                   MOVE 'ARQUIVO DE PROPOSTAS (ALUNVINC) NAO '
                       TO LINHA-VINCULO
                   MOVE 'ENCONTRADO - RODE ANTES A PASSADA PROPOR.'
                       TO LINHA-VINCULO(37:41)
                   WRITE LINHA-VINCULO
                   SET PRP-FIM TO TRUE
                   GO TO 0002-INICIALIZAR-EXIT
               END-IF
               SET PRP-ABERTO TO TRUE
               MOVE 'MATR.  CPF          SITUACAO' TO LINHA-VINCULO
               WRITE LINHA-VINCULO
               READ ARQUIVO-PROPOSTA
                   AT END
                       SET PRP-FIM TO TRUE
               END-READ
           ELSE
               OPEN OUTPUT ARQUIVO-PROPOSTA
               SET PRP-ABERTO TO TRUE
               READ ALUNO-MASTER NEXT RECORD
                   AT END
                       SET ALUN-FIM TO TRUE
               END-READ
           END-IF.

       0002-INICIALIZAR-EXIT.
           EXIT.

       0003-PROPOR.

           IF ALUN-CPF-RESP = ZEROS AND ALUN-RESPONSAVEL NOT = SPACES
               ADD 1 TO WRK-QTD-AVALIADOS
               PERFORM PROCURAR-CANDIDATOS
                   THRU PROCURAR-CANDIDATOS-EXIT
               PERFORM CLASSIFICAR-ALUNO
                   THRU CLASSIFICAR-ALUNO-EXIT
           END-IF.
           READ ALUNO-MASTER NEXT RECORD
               AT END
                   SET ALUN-FIM TO TRUE
           END-READ.

       0004-APLICAR.

           ADD 1 TO WRK-QTD-LIDAS.
           IF PRP-APROVADA
               PERFORM APLICAR-VINCULO THRU APLICAR-VINCULO-EXIT
           END-IF.
           READ ARQUIVO-PROPOSTA
               AT END
                   SET PRP-FIM TO TRUE
           END-READ.

       0005-FINALIZAR.

           MOVE SPACES TO LINHA-VINCULO.
           WRITE LINHA-VINCULO.
           IF MODO-APLICAR
               MOVE SPACES TO LINHA-VINCULO
               STRING 'PROPOSTAS LIDAS....: ' DELIMITED BY SIZE
                      WRK-QTD-LIDAS DELIMITED BY SIZE
                      INTO LINHA-VINCULO
               WRITE LINHA-VINCULO
               MOVE SPACES TO LINHA-VINCULO
               STRING 'MARCADAS COM S.....: ' DELIMITED BY SIZE
                      WRK-QTD-APROVADAS DELIMITED BY SIZE
                      INTO LINHA-VINCULO
               WRITE LINHA-VINCULO
               MOVE SPACES TO LINHA-VINCULO
               STRING 'ALUNOS VINCULADOS..: ' DELIMITED BY SIZE
                      WRK-QTD-VINCULADAS DELIMITED BY SIZE
                      INTO LINHA-VINCULO
               WRITE LINHA-VINCULO
               MOVE SPACES TO LINHA-VINCULO
               STRING 'RECUSADAS..........: ' DELIMITED BY SIZE
                      WRK-QTD-RECUSADAS DELIMITED BY SIZE
                      INTO LINHA-VINCULO
               WRITE LINHA-VINCULO
               DISPLAY 'ALUNOS VINCULADOS: ' WRK-QTD-VINCULADAS
               DISPLAY 'PROPOSTAS RECUSADAS: ' WRK-QTD-RECUSADAS
           ELSE
               MOVE SPACES TO LINHA-VINCULO
               STRING 'ALUNOS SEM CPF AVALIADOS: ' DELIMITED BY SIZE
                      WRK-QTD-AVALIADOS DELIMITED BY SIZE
                      INTO LINHA-VINCULO
               WRITE LINHA-VINCULO
               MOVE SPACES TO LINHA-VINCULO
               STRING 'NOME E ENDERECO.........: ' DELIMITED BY SIZE
                      WRK-QTD-ENDERECO DELIMITED BY SIZE
                      INTO LINHA-VINCULO
               WRITE LINHA-VINCULO
               MOVE SPACES TO LINHA-VINCULO
               STRING 'SO O NOME...............: ' DELIMITED BY SIZE
                      WRK-QTD-SO-NOME DELIMITED BY SIZE
                      INTO LINHA-VINCULO
               WRITE LINHA-VINCULO
               MOVE SPACES TO LINHA-VINCULO
               STRING 'AMBIGUOS................: ' DELIMITED BY SIZE
                      WRK-QTD-AMBIGUOS DELIMITED BY SIZE
                      INTO LINHA-VINCULO
               WRITE LINHA-VINCULO
               MOVE SPACES TO LINHA-VINCULO
               STRING 'SEM CANDIDATO NO CADCLI.: ' DELIMITED BY SIZE
                      WRK-QTD-SEM-CAND DELIMITED BY SIZE
                      INTO LINHA-VINCULO
               WRITE LINHA-VINCULO
               MOVE SPACES TO LINHA-VINCULO
               STRING 'PROPOSTAS GRAVADAS......: ' DELIMITED BY SIZE
                      WRK-QTD-PROPOSTAS DELIMITED BY SIZE
                      INTO LINHA-VINCULO
               WRITE LINHA-VINCULO
               DISPLAY 'PROPOSTAS GRAVADAS: ' WRK-QTD-PROPOSTAS
               DISPLAY 'REVISE A POSICAO 1 (S/N) DO ALUNVINC E RODE '
                       'COM PARM=''APLICAR''.'
           END-IF.

           CLOSE RELATORIO-VINCULO.
           IF CLI-ABERTO
               CLOSE CADASTRO-CLIENTE
           END-IF.
           IF ALUN-ABERTO
               CLOSE ALUNO-MASTER
           END-IF.
           IF PRP-ABERTO
               CLOSE ARQUIVO-PROPOSTA
           END-IF.
           DISPLAY 'LISTAGEM GRAVADA EM VINCREL.'.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

      *----------------------------------------------------------*
      * PROCURAR-CANDIDATOS                                       *
      * POSICIONA O CADCLI NA CHAVE ALTERNATIVA DE NOME E GUARDA  *
      * OS CLIENTES COM O NOME DO RESPONSAVEL (ATE 10), CONTANDO  *
      * OS QUE TEM O MESMO ENDERECO E CIDADE DO ALUNMST.          *
      *----------------------------------------------------------*
       PROCURAR-CANDIDATOS.
           MOVE ZEROS TO WRK-QTD-CAND.
           MOVE ZEROS TO WRK-QTD-CONFERE.
           MOVE ZEROS TO WRK-IND-CONFERE.
           MOVE ALUN-RESPONSAVEL TO WRK-NOME-BUSCA.
           MOVE ALUN-END-RESP TO WRK-END-ALUNO.
           MOVE ALUN-CIDADE-RESP TO WRK-CIDADE-ALUNO.
           INSPECT WRK-NOME-BUSCA
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT WRK-END-ALUNO
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT WRK-CIDADE-ALUNO
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           MOVE WRK-NOME-BUSCA TO REG-NOME.
           START CADASTRO-CLIENTE KEY IS = REG-NOME
               INVALID KEY
                   GO TO PROCURAR-CANDIDATOS-EXIT
           END-START.
           MOVE 'N' TO WRK-CAND-FIM.
           READ CADASTRO-CLIENTE NEXT RECORD
               AT END
                   SET CANDIDATOS-FIM TO TRUE
           END-READ.
           PERFORM GUARDAR-CANDIDATO UNTIL CANDIDATOS-FIM.

       PROCURAR-CANDIDATOS-EXIT.
           EXIT.

       GUARDAR-CANDIDATO.
           IF REG-NOME NOT = WRK-NOME-BUSCA(1:20)
               SET CANDIDATOS-FIM TO TRUE
           ELSE
               ADD 1 TO WRK-QTD-CAND
               IF WRK-QTD-CAND NOT > 10
                   MOVE REG-CPF TO TAB-CAND-CPF(WRK-QTD-CAND)
                   MOVE REG-NOME TO TAB-CAND-NOME(WRK-QTD-CAND)
                   MOVE REG-ENDERECO
                       TO TAB-CAND-ENDERECO(WRK-QTD-CAND)
                   MOVE REG-CIDADE TO TAB-CAND-CIDADE(WRK-QTD-CAND)
                   MOVE REG-ENDERECO TO WRK-END-CLI
                   MOVE REG-CIDADE TO WRK-CIDADE-CLI
                   INSPECT WRK-END-CLI
                       CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                   INSPECT WRK-CIDADE-CLI
                       CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                   IF WRK-END-ALUNO NOT = SPACES
                       AND WRK-END-CLI = WRK-END-ALUNO
                       AND WRK-CIDADE-CLI = WRK-CIDADE-ALUNO
                       ADD 1 TO WRK-QTD-CONFERE
                       MOVE WRK-QTD-CAND TO WRK-IND-CONFERE
                   END-IF
               END-IF
               READ CADASTRO-CLIENTE NEXT RECORD
                   AT END
                       SET CANDIDATOS-FIM TO TRUE
               END-READ
           END-IF.

       GUARDAR-CANDIDATO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * CLASSIFICAR-ALUNO                                         *
      * CLASSIFICA O ALUNO PELOS CANDIDATOS ACHADOS, LISTA NO     *
      * VINCREL E GRAVA AS PROPOSTAS: A UNICA COM ENDERECO IGUAL  *
      * JA APROVADA (S); NOS DEMAIS CASOS TODOS OS CANDIDATOS COM *
      * N, PARA A DECISAO DO OPERADOR.                            *
      *----------------------------------------------------------*
       CLASSIFICAR-ALUNO.
           EVALUATE TRUE
               WHEN WRK-QTD-CAND = ZEROS
                   MOVE SPACES TO WRK-CLASSE
                   MOVE 'SEM CANDIDATO' TO WRK-CLASSE-DESC
                   ADD 1 TO WRK-QTD-SEM-CAND
               WHEN WRK-QTD-CONFERE = 1
                   MOVE 'E' TO WRK-CLASSE
                   MOVE 'NOME/ENDERECO' TO WRK-CLASSE-DESC
                   ADD 1 TO WRK-QTD-ENDERECO
               WHEN WRK-QTD-CAND = 1
                   MOVE 'N' TO WRK-CLASSE
                   MOVE 'SO O NOME' TO WRK-CLASSE-DESC
                   ADD 1 TO WRK-QTD-SO-NOME
               WHEN OTHER
                   MOVE 'A' TO WRK-CLASSE
                   MOVE 'AMBIGUO' TO WRK-CLASSE-DESC
                   ADD 1 TO WRK-QTD-AMBIGUOS
           END-EVALUATE.

           MOVE SPACES TO LINHA-VINCULO.
           STRING 'MATR ' DELIMITED BY SIZE
                  ALUN-MATRICULA DELIMITED BY SIZE
                  ' RESP.: ' DELIMITED BY SIZE
                  ALUN-RESPONSAVEL DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-CLASSE-DESC DELIMITED BY SIZE
                  INTO LINHA-VINCULO.
           WRITE LINHA-VINCULO.
           IF WRK-QTD-CAND = ZEROS
               GO TO CLASSIFICAR-ALUNO-EXIT
           END-IF.

           IF WRK-CLASSE = 'E'
               MOVE 'S' TO WRK-FLAG-PROPOSTA
               MOVE WRK-IND-CONFERE TO WRK-IND-CAND
               PERFORM GRAVAR-PROPOSTA
               GO TO CLASSIFICAR-ALUNO-EXIT
           END-IF.
           MOVE 'N' TO WRK-FLAG-PROPOSTA.
           PERFORM GRAVAR-PROPOSTA
               VARYING WRK-IND-CAND FROM 1 BY 1
               UNTIL WRK-IND-CAND > WRK-QTD-CAND
                  OR WRK-IND-CAND > 10.

       CLASSIFICAR-ALUNO-EXIT.
           EXIT.

       GRAVAR-PROPOSTA.
           MOVE WRK-FLAG-PROPOSTA TO PRP-APLICAR.
           MOVE WRK-CLASSE TO PRP-CLASSE.
           MOVE ALUN-MATRICULA TO PRP-MATRICULA.
           MOVE TAB-CAND-CPF(WRK-IND-CAND) TO PRP-CPF.
           MOVE ALUN-NOME TO PRP-NOME-ALUNO.
           MOVE ALUN-RESPONSAVEL TO PRP-RESPONSAVEL.
           MOVE ALUN-END-RESP TO PRP-END-RESP.
           MOVE TAB-CAND-NOME(WRK-IND-CAND) TO PRP-NOME-CLIENTE.
           MOVE TAB-CAND-ENDERECO(WRK-IND-CAND) TO PRP-END-CLIENTE.
           MOVE TAB-CAND-CIDADE(WRK-IND-CAND) TO PRP-CIDADE-CLIENTE.
           WRITE REG-PROPOSTA.
           ADD 1 TO WRK-QTD-PROPOSTAS.

           MOVE SPACES TO LINHA-VINCULO.
           STRING '   CPF ' DELIMITED BY SIZE
                  PRP-CPF DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PRP-NOME-CLIENTE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PRP-END-CLIENTE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PRP-APLICAR DELIMITED BY SIZE
                  INTO LINHA-VINCULO.
           WRITE LINHA-VINCULO.

       GRAVAR-PROPOSTA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * APLICAR-VINCULO                                           *
      * PROPOSTA APROVADA: CPF VALIDO E CADASTRADO NO CADCLI E    *
      * ALUNO AINDA SEM CPF RECEBE O VINCULO; O ENDERECO DO       *
      * ALUNMST FICA EM BRANCO. QUALQUER FALHA RECUSA A PROPOSTA  *
      * COM O MOTIVO NA LISTAGEM.                                 *
      *----------------------------------------------------------*
       APLICAR-VINCULO.
           ADD 1 TO WRK-QTD-APROVADAS.
           MOVE SPACES TO WRK-MOTIVO.
           CALL 'VALIDCPF' USING PRP-CPF WRK-CPF-VALIDO.
           IF NOT CPF-VALIDO
               MOVE 'CPF INVALIDO' TO WRK-MOTIVO
               GO TO APLICAR-VINCULO-LISTAR
           END-IF.
           MOVE PRP-CPF TO REG-CPF.
           READ CADASTRO-CLIENTE
               INVALID KEY
                   MOVE 'CPF FORA DO CADCLI' TO WRK-MOTIVO
           END-READ.
           IF WRK-MOTIVO NOT = SPACES
               GO TO APLICAR-VINCULO-LISTAR
           END-IF.
           MOVE PRP-MATRICULA TO ALUN-MATRICULA.
           READ ALUNO-MASTER
               INVALID KEY
                   MOVE 'MATRICULA INEXISTENTE' TO WRK-MOTIVO
           END-READ.
           IF WRK-MOTIVO NOT = SPACES
               GO TO APLICAR-VINCULO-LISTAR
           END-IF.
           IF ALUN-CPF-RESP NOT = ZEROS
               MOVE 'ALUNO JA VINCULADO' TO WRK-MOTIVO
               GO TO APLICAR-VINCULO-LISTAR
           END-IF.

           MOVE PRP-CPF TO ALUN-CPF-RESP.
           MOVE SPACES TO ALUN-END-RESP.
           MOVE SPACES TO ALUN-CIDADE-RESP.
           MOVE SPACES TO ALUN-UF-RESP.
           REWRITE REG-ALUNO.
           ADD 1 TO WRK-QTD-VINCULADAS.

       APLICAR-VINCULO-LISTAR.
           IF WRK-MOTIVO = SPACES
               MOVE 'VINCULADO' TO WRK-MOTIVO
           ELSE
               ADD 1 TO WRK-QTD-RECUSADAS
           END-IF.
           MOVE SPACES TO LINHA-VINCULO.
           STRING PRP-MATRICULA DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PRP-CPF DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WRK-MOTIVO DELIMITED BY SIZE
                  INTO LINHA-VINCULO.
           WRITE LINHA-VINCULO.

       APLICAR-VINCULO-EXIT.
           EXIT.

           COPY 'RUNDATEP.CPY'.
           COPY 'RPTHDRP.CPY'.
