       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB08N.
      **********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = KIVIA(ALURA) KIVIAAL
      *OBJETIVO: MANUTENCAO DOS CADASTROS DA GRADE ESCOLAR -
      *DISCIPLINAS (DISCIPL), PROFESSORES (PROFMST) E A
      *ATRIBUICAO DE AULAS (ATRIBUI: QUAL PROFESSOR DA A
      *DISCIPLINA NA TURMA). INCLUSAO E ALTERACAO POR CODIGO, NOS
      *MOLDES DO PROGCOB08M. A ATRIBUICAO SO E ACEITA PARA
      *DISCIPLINA E PROFESSOR CADASTRADOS. O LANCAMENTO DE NOTAS
      *(PROGCOB07) BUSCA AQUI A DISCIPLINA E O PROFESSOR.
      *DATA   = 11/05/22
      *HISTORICO DE ALTERACOES
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISCIPLINA ASSIGN TO "DISCIPL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DISC-CODIGO
               FILE STATUS IS WRK-DISC-STATUS.

           SELECT PROFESSOR ASSIGN TO "PROFMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROF-CODIGO
               FILE STATUS IS WRK-PROF-STATUS.

           SELECT ATRIBUICAO-AULA ASSIGN TO "ATRIBUI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATR-CHAVE
               FILE STATUS IS WRK-ATR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISCIPLINA.
           COPY 'DISCIPL.CPY'.

       FD  PROFESSOR.
           COPY 'PROFMST.CPY'.

       FD  ATRIBUICAO-AULA.
           COPY 'ATRIBUI.CPY'.

       WORKING-STORAGE SECTION.
       77 WRK-DISC-STATUS PIC X(02) VALUE ZEROS.
           88 DISC-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-PROF-STATUS PIC X(02) VALUE ZEROS.
           88 PROF-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-ATR-STATUS PIC X(02) VALUE ZEROS.
           88 ATR-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-ENT PIC X(11) VALUE SPACES.
       77 WRK-ENTRADA-VALIDA PIC X(01) VALUE 'N'.
           88 ENTRADA-VALIDA VALUE 'S'.
       77 WRK-CADASTRO PIC X(01) VALUE SPACES.
           88 CADASTRO-DISCIPLINA VALUE 'D'.
           88 CADASTRO-PROFESSOR VALUE 'P'.
           88 CADASTRO-ATRIBUICAO VALUE 'T'.
       77 WRK-OPCAO PIC X(01) VALUE SPACES.
           88 OPCAO-INCLUIR VALUE 'I'.
           88 OPCAO-ALTERAR VALUE 'A'.
       77 WRK-ACHADO PIC X(01) VALUE 'N'.
           88 REGISTRO-CADASTRADO VALUE 'S'.
       77 WRK-DISCIPLINA PIC X(04) VALUE SPACES.
       77 WRK-PROFESSOR PIC 9(05) VALUE ZEROS.
       77 WRK-TURMA PIC X(05) VALUE SPACES.
       77 WRK-NOME PIC X(30) VALUE SPACES.
       77 WRK-SITUACAO PIC X(01) VALUE SPACES.
       77 WRK-ATRIBUICAO-OK PIC X(01) VALUE 'N'.
           88 ATRIBUICAO-VALIDA VALUE 'S'.
           COPY 'RUNDATE.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0002-INICIALIZAR.
           PERFORM 0003-PROCESSAR.
           PERFORM 0004-FINALIZAR.

           STOP RUN.

       0002-INICIALIZAR.
           PERFORM OBTER-DATA-EXECUCAO.
           DISPLAY 'PROGCOB08N' '   DATA: ' RUNDATE-HOJE-ED.
           DISPLAY 'MANUTENCAO DE DISCIPLINAS, PROFESSORES E '
                   'ATRIBUICAO DE AULAS'.
           DISPLAY 'CADASTRO: D=DISCIPLINA  P=PROFESSOR  '
                   'T=ATRIBUICAO (TURMA/DISCIPLINA)'.
           ACCEPT WRK-CADASTRO FROM CONSOLE.

       0003-PROCESSAR.
           EVALUATE TRUE
               WHEN CADASTRO-DISCIPLINA
                   PERFORM MANTER-DISCIPLINA
               WHEN CADASTRO-PROFESSOR
                   PERFORM MANTER-PROFESSOR
               WHEN CADASTRO-ATRIBUICAO
                   PERFORM MANTER-ATRIBUICAO THRU
                       MANTER-ATRIBUICAO-EXIT
               WHEN OTHER
                   DISPLAY 'CADASTRO INVALIDO - NADA FOI ALTERADO.'
           END-EVALUATE.

       0004-FINALIZAR.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

      *----------------------------------------------------------*
      * MANTER-DISCIPLINA                                         *
      * INCLUSAO/ALTERACAO DE NOME E SITUACAO DA DISCIPLINA.      *
      *----------------------------------------------------------*
       MANTER-DISCIPLINA.
           OPEN I-O DISCIPLINA.
           IF DISC-NAO-ENCONTRADO
               OPEN OUTPUT DISCIPLINA
               CLOSE DISCIPLINA
               OPEN I-O DISCIPLINA
           END-IF.

           DISPLAY 'CODIGO DA DISCIPLINA (4 POSICOES)'.
           ACCEPT WRK-DISCIPLINA FROM CONSOLE.
           MOVE 'N' TO WRK-ACHADO.
           MOVE WRK-DISCIPLINA TO DISC-CODIGO.
           READ DISCIPLINA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-ACHADO
           END-READ.
           IF REGISTRO-CADASTRADO
               DISPLAY 'NOME....: ' DISC-NOME
               DISPLAY 'SITUACAO: ' DISC-SITUACAO
           ELSE
               DISPLAY 'DISCIPLINA AINDA NAO CADASTRADA.'
           END-IF.

           DISPLAY 'OPCAO: I=INCLUIR  A=ALTERAR'.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE TRUE
               WHEN WRK-DISCIPLINA = SPACES
                   DISPLAY 'CODIGO EM BRANCO - NADA FOI ALTERADO.'
               WHEN OPCAO-INCLUIR
                   IF REGISTRO-CADASTRADO
                       DISPLAY 'DISCIPLINA JA CADASTRADA - USE '
                               'ALTERAR.'
                   ELSE
                       PERFORM ACEITAR-NOME-SITUACAO
                       MOVE WRK-DISCIPLINA TO DISC-CODIGO
                       MOVE WRK-NOME TO DISC-NOME
                       SET DISC-ATIVA TO TRUE
                       WRITE REG-DISCIPLINA
                       DISPLAY 'DISCIPLINA INCLUIDA.'
                   END-IF
               WHEN OPCAO-ALTERAR
                   IF REGISTRO-CADASTRADO
                       PERFORM ACEITAR-NOME-SITUACAO
                       IF WRK-NOME NOT = SPACES
                           MOVE WRK-NOME TO DISC-NOME
                       END-IF
                       IF WRK-SITUACAO = 'A' OR WRK-SITUACAO = 'I'
                           MOVE WRK-SITUACAO TO DISC-SITUACAO
                       END-IF
                       REWRITE REG-DISCIPLINA
                       DISPLAY 'DISCIPLINA ALTERADA.'
                   ELSE
                       DISPLAY 'DISCIPLINA NAO CADASTRADA.'
                   END-IF
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA - NADA FOI ALTERADO.'
           END-EVALUATE.
           CLOSE DISCIPLINA.

       MANTER-DISCIPLINA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * MANTER-PROFESSOR                                          *
      * INCLUSAO/ALTERACAO DE NOME E SITUACAO DO PROFESSOR.       *
      *----------------------------------------------------------*
       MANTER-PROFESSOR.
           OPEN I-O PROFESSOR.
           IF PROF-NAO-ENCONTRADO
               OPEN OUTPUT PROFESSOR
               CLOSE PROFESSOR
               OPEN I-O PROFESSOR
           END-IF.

           DISPLAY 'CODIGO DO PROFESSOR'.
           ACCEPT WRK-ENT FROM CONSOLE.
           CALL 'VALIDNUM' USING WRK-ENT WRK-ENTRADA-VALIDA.
           IF ENTRADA-VALIDA
               MOVE FUNCTION TRIM(WRK-ENT) TO WRK-PROFESSOR
           ELSE
               DISPLAY 'ENTRADA INVALIDA'
               MOVE ZEROS TO WRK-PROFESSOR
           END-IF.
           MOVE 'N' TO WRK-ACHADO.
           MOVE WRK-PROFESSOR TO PROF-CODIGO.
           READ PROFESSOR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-ACHADO
           END-READ.
           IF REGISTRO-CADASTRADO
               DISPLAY 'NOME....: ' PROF-NOME
               DISPLAY 'SITUACAO: ' PROF-SITUACAO
           ELSE
               DISPLAY 'PROFESSOR AINDA NAO CADASTRADO.'
           END-IF.

           DISPLAY 'OPCAO: I=INCLUIR  A=ALTERAR'.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE TRUE
               WHEN WRK-PROFESSOR = ZEROS
                   DISPLAY 'CODIGO ZERADO - NADA FOI ALTERADO.'
               WHEN OPCAO-INCLUIR
                   IF REGISTRO-CADASTRADO
                       DISPLAY 'PROFESSOR JA CADASTRADO - USE '
                               'ALTERAR.'
                   ELSE
                       PERFORM ACEITAR-NOME-SITUACAO
                       MOVE WRK-PROFESSOR TO PROF-CODIGO
                       MOVE WRK-NOME TO PROF-NOME
                       SET PROF-ATIVO TO TRUE
                       WRITE REG-PROFESSOR
                       DISPLAY 'PROFESSOR INCLUIDO.'
                   END-IF
               WHEN OPCAO-ALTERAR
                   IF REGISTRO-CADASTRADO
                       PERFORM ACEITAR-NOME-SITUACAO
                       IF WRK-NOME NOT = SPACES
                           MOVE WRK-NOME TO PROF-NOME
                       END-IF
                       IF WRK-SITUACAO = 'A' OR WRK-SITUACAO = 'I'
                           MOVE WRK-SITUACAO TO PROF-SITUACAO
                       END-IF
                       REWRITE REG-PROFESSOR
                       DISPLAY 'PROFESSOR ALTERADO.'
                   ELSE
                       DISPLAY 'PROFESSOR NAO CADASTRADO.'
                   END-IF
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA - NADA FOI ALTERADO.'
           END-EVALUATE.
           CLOSE PROFESSOR.

       MANTER-PROFESSOR-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * MANTER-ATRIBUICAO                                         *
      * LIGA (OU TROCA) O PROFESSOR DA DISCIPLINA NA TURMA. A     *
      * DISCIPLINA E O PROFESSOR PRECISAM ESTAR CADASTRADOS E     *
      * ATIVOS; A DATA DE INICIO E A DATA DA MANUTENCAO.          *
      *----------------------------------------------------------*
       MANTER-ATRIBUICAO.
           DISPLAY 'TURMA'.
           ACCEPT WRK-TURMA FROM CONSOLE.
           DISPLAY 'CODIGO DA DISCIPLINA'.
           ACCEPT WRK-DISCIPLINA FROM CONSOLE.
           DISPLAY 'CODIGO DO PROFESSOR'.
           ACCEPT WRK-ENT FROM CONSOLE.
           CALL 'VALIDNUM' USING WRK-ENT WRK-ENTRADA-VALIDA.
           IF ENTRADA-VALIDA
               MOVE FUNCTION TRIM(WRK-ENT) TO WRK-PROFESSOR
           ELSE
               DISPLAY 'ENTRADA INVALIDA'
               MOVE ZEROS TO WRK-PROFESSOR
           END-IF.
           IF WRK-TURMA = SPACES OR WRK-DISCIPLINA = SPACES
               DISPLAY 'TURMA E DISCIPLINA SAO OBRIGATORIAS - NADA '
                       'FOI ALTERADO.'
               GO TO MANTER-ATRIBUICAO-EXIT
           END-IF.

           PERFORM VALIDAR-ATRIBUICAO.
           IF NOT ATRIBUICAO-VALIDA
               GO TO MANTER-ATRIBUICAO-EXIT
           END-IF.

           OPEN I-O ATRIBUICAO-AULA.
           IF ATR-NAO-ENCONTRADO
               OPEN OUTPUT ATRIBUICAO-AULA
               CLOSE ATRIBUICAO-AULA
               OPEN I-O ATRIBUICAO-AULA
           END-IF.
           MOVE WRK-TURMA TO ATR-TURMA.
           MOVE WRK-DISCIPLINA TO ATR-DISCIPLINA.
           READ ATRIBUICAO-AULA
               INVALID KEY
                   MOVE WRK-PROFESSOR TO ATR-PROFESSOR
                   MOVE RUNDATE-HOJE TO ATR-DATA-INICIO
                   WRITE REG-ATRIBUICAO
                   DISPLAY 'ATRIBUICAO INCLUIDA.'
               NOT INVALID KEY
                   DISPLAY 'PROFESSOR ANTERIOR: ' ATR-PROFESSOR
                           ' DESDE ' ATR-DATA-INICIO
                   MOVE WRK-PROFESSOR TO ATR-PROFESSOR
                   MOVE RUNDATE-HOJE TO ATR-DATA-INICIO
                   REWRITE REG-ATRIBUICAO
                   DISPLAY 'ATRIBUICAO ALTERADA.'
           END-READ.
           CLOSE ATRIBUICAO-AULA.

       MANTER-ATRIBUICAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * VALIDAR-ATRIBUICAO                                        *
      * CONFERE A DISCIPLINA E O PROFESSOR NOS CADASTROS.         *
      *----------------------------------------------------------*
       VALIDAR-ATRIBUICAO.
           MOVE 'S' TO WRK-ATRIBUICAO-OK.
           OPEN INPUT DISCIPLINA.
           IF DISC-NAO-ENCONTRADO
               MOVE 'N' TO WRK-ATRIBUICAO-OK
               DISPLAY 'CADASTRO DE DISCIPLINAS VAZIO - CADASTRE A '
                       'DISCIPLINA ANTES DA ATRIBUICAO.'
           ELSE
               MOVE WRK-DISCIPLINA TO DISC-CODIGO
               READ DISCIPLINA
                   INVALID KEY
                       MOVE 'N' TO WRK-ATRIBUICAO-OK
                       DISPLAY 'DISCIPLINA ' WRK-DISCIPLINA
                               ' NAO CADASTRADA.'
                   NOT INVALID KEY
                       IF DISC-INATIVA
                           MOVE 'N' TO WRK-ATRIBUICAO-OK
                           DISPLAY 'DISCIPLINA ' WRK-DISCIPLINA
                                   ' INATIVA.'
                       END-IF
               END-READ
               CLOSE DISCIPLINA
           END-IF.

           OPEN INPUT PROFESSOR.
           IF PROF-NAO-ENCONTRADO
               MOVE 'N' TO WRK-ATRIBUICAO-OK
               DISPLAY 'CADASTRO DE PROFESSORES VAZIO - CADASTRE O '
                       'PROFESSOR ANTES DA ATRIBUICAO.'
           ELSE
               MOVE WRK-PROFESSOR TO PROF-CODIGO
               READ PROFESSOR
                   INVALID KEY
                       MOVE 'N' TO WRK-ATRIBUICAO-OK
                       DISPLAY 'PROFESSOR ' WRK-PROFESSOR
                               ' NAO CADASTRADO.'
                   NOT INVALID KEY
                       IF PROF-INATIVO
                           MOVE 'N' TO WRK-ATRIBUICAO-OK
                           DISPLAY 'PROFESSOR ' WRK-PROFESSOR
                                   ' INATIVO.'
                       ELSE
                           DISPLAY 'PROFESSOR: ' PROF-NOME
                       END-IF
               END-READ
               CLOSE PROFESSOR
           END-IF.

           IF NOT ATRIBUICAO-VALIDA
               DISPLAY 'ATRIBUICAO RECUSADA - NADA FOI ALTERADO.'
           END-IF.

       VALIDAR-ATRIBUICAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ACEITAR-NOME-SITUACAO                                     *
      * ACEITA NOME E SITUACAO (EM BRANCO MANTEM O VALOR ATUAL    *
      * NA ALTERACAO).                                            *
      *----------------------------------------------------------*
       ACEITAR-NOME-SITUACAO.
           DISPLAY 'NOME'.
           ACCEPT WRK-NOME FROM CONSOLE.
           DISPLAY 'SITUACAO (A=ATIVO I=INATIVO, BRANCO MANTEM)'.
           ACCEPT WRK-SITUACAO FROM CONSOLE.

       ACEITAR-NOME-SITUACAO-EXIT.
           EXIT.

           COPY 'RUNDATEP.CPY'.
