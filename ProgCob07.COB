      *ANTIGO O OPEN VOLTA STATUS 39 E O RESULTADO AGORA E
      *RECUSADO COM MENSAGEM CLARA, EM VEZ DE PERDIDO EM
      *SILENCIO
      *11/05/22 KA NOTA POR DISCIPLINA: O OPERADOR INFORMA A
      *DISCIPLINA (CONFERIDA NO CADASTRO DISCIPL), AS NOTAS DE
      *CORTE PADRAO PASSAM A SER AS DA DISCIPLINA (NOTACORP.CPY)
      *E A TRANSCRICAO GRAVA A DISCIPLINA NA CHAVE, A TURMA DO
      *ALUNMST E O PROFESSOR DA ATRIBUICAO DE AULAS (ATRIBUI)
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS PARM-CHAVE
               FILE STATUS IS PARM-WS-STATUS.

           SELECT DISCIPLINA ASSIGN TO "DISCIPL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DISC-CODIGO
               FILE STATUS IS DISC-WS-STATUS.

           SELECT ALUNO-MASTER ASSIGN TO "ALUNMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALUN-MATRICULA
               FILE STATUS IS WRK-ALUN-STATUS.

           SELECT ATRIBUICAO-AULA ASSIGN TO "ATRIBUI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATR-CHAVE
               FILE STATUS IS WRK-ATR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSCRICAO.
       FD  PARAMETROS.
           COPY 'PARAMETROS.CPY'.

       FD  DISCIPLINA.
           COPY 'DISCIPL.CPY'.

       FD  ALUNO-MASTER.
           COPY 'ALUNMST.CPY'.

       FD  ATRIBUICAO-AULA.
           COPY 'ATRIBUI.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'AUDITWS.CPY'.
           COPY 'OPERSESW.CPY'.
           COPY 'PARAMETROSW.CPY'.
           COPY 'DISCIPLW.CPY'.
           COPY 'NOTACORW.CPY'.
       77 WRK-MATRICULA-ENT PIC X(11) VALUE SPACES.
       77 WRK-MATRICULA PIC 9(06) VALUE ZEROS.
       77 WRK-PERIODO-ENT PIC X(11) VALUE SPACES.
       77 WRK-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77 WRK-TRANS-STATUS     PIC X(02) VALUE ZEROS.
           88 TRANS-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-ALUN-STATUS      PIC X(02) VALUE ZEROS.
           88 ALUN-MST-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-ATR-STATUS       PIC X(02) VALUE ZEROS.
           88 ATR-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-DISCIPLINA       PIC X(04) VALUE SPACES.
       77 WRK-DISCIPLINA-OK    PIC X(01) VALUE 'N'.
           88 DISCIPLINA-ACEITA VALUE 'S'.
       77 WRK-TURMA            PIC X(05) VALUE SPACES.
       77 WRK-PROFESSOR        PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
           DISPLAY 'MATRICULA DO ALUNO'.
           MOVE 'WRK-PERIODO' TO AUD-CAMPO.
           MOVE WRK-PERIODO TO AUD-VALOR.
           PERFORM GRAVAR-AUDITORIA.
           DISPLAY 'DISCIPLINA (CODIGO)'.
           ACCEPT WRK-DISCIPLINA.
           PERFORM CONFERIR-DISCIPLINA.
           MOVE 'WRK-DISCIPLINA' TO AUD-CAMPO.
           MOVE WRK-DISCIPLINA TO AUD-VALOR.
           PERFORM GRAVAR-AUDITORIA.
           ACCEPT WRK-NOTA1-ENT.
           CALL 'VALIDNUM' USING WRK-NOTA1-ENT WRK-ENTRADA-VALIDA.
           IF ENTRADA-VALIDA
           MOVE WRK-NOTA2 TO AUD-VALOR.
           PERFORM GRAVAR-AUDITORIA.

           PERFORM CARREGAR-CORTES-GERAIS.
           MOVE WRK-DISCIPLINA TO NCOR-WS-DISCIPLINA.
           PERFORM OBTER-CORTES-DISCIPLINA THRU
               OBTER-CORTES-DISCIPLINA-EXIT.
           MOVE NCOR-WS-APROVACAO TO WRK-NOTA-APROVACAO-PADRAO.
           MOVE NCOR-WS-RECUPERACAO TO WRK-NOTA-RECUPERACAO-PADRAO.

           DISPLAY 'NOTA DE CORTE PARA APROVACAO'.
           ACCEPT WRK-NOTA-APROVACAO-ENT.

           GOBACK.

      *----------------------------------------------------------*
      * CONFERIR-DISCIPLINA                                       *
      * A DISCIPLINA TEM QUE ESTAR CADASTRADA E ATIVA NO DISCIPL; *
      * SEM O CADASTRO NO AR O CODIGO E ACEITO COM AVISO.         *
      *----------------------------------------------------------*
       CONFERIR-DISCIPLINA.
           MOVE 'S' TO WRK-DISCIPLINA-OK.
           IF WRK-DISCIPLINA = SPACES
               MOVE 'N' TO WRK-DISCIPLINA-OK
               DISPLAY 'DISCIPLINA NAO INFORMADA'
           ELSE
               PERFORM ABRIR-DISCIPLINAS
               IF DISC-ABERTO
                   MOVE WRK-DISCIPLINA TO DISC-WS-CODIGO
                   PERFORM BUSCAR-DISCIPLINA
                   IF NOT DISCIPLINA-CADASTRADA
                       MOVE 'N' TO WRK-DISCIPLINA-OK
                       DISPLAY 'DISCIPLINA ' WRK-DISCIPLINA
                               ' NAO CADASTRADA'
                   ELSE
                       IF DISC-INATIVA
                           MOVE 'N' TO WRK-DISCIPLINA-OK
                           DISPLAY 'DISCIPLINA ' WRK-DISCIPLINA
                                   ' INATIVA'
                       ELSE
                           DISPLAY 'DISCIPLINA: ' DISC-WS-NOME
                       END-IF
                   END-IF
               END-IF
               PERFORM FECHAR-DISCIPLINAS
           END-IF.

       CONFERIR-DISCIPLINA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * BUSCAR-TURMA-PROFESSOR                                    *
      * TURMA DO ALUNO NO ALUNMST E PROFESSOR DA DISCIPLINA NA    *
      * TURMA NA ATRIBUICAO DE AULAS (ZERO QUANDO NAO HA).        *
      *----------------------------------------------------------*
       BUSCAR-TURMA-PROFESSOR.
           MOVE SPACES TO WRK-TURMA.
           MOVE ZEROS TO WRK-PROFESSOR.
           OPEN INPUT ALUNO-MASTER.
           IF NOT ALUN-MST-NAO-ENCONTRADO
               MOVE WRK-MATRICULA TO ALUN-MATRICULA
               READ ALUNO-MASTER
                   INVALID KEY
                       DISPLAY 'MATRICULA SEM CADASTRO NO ALUNMST'
                   NOT INVALID KEY
                       MOVE ALUN-TURMA TO WRK-TURMA
               END-READ
               CLOSE ALUNO-MASTER
           END-IF.
           OPEN INPUT ATRIBUICAO-AULA.
           IF NOT ATR-NAO-ENCONTRADO
               MOVE WRK-TURMA TO ATR-TURMA
               MOVE WRK-DISCIPLINA TO ATR-DISCIPLINA
               READ ATRIBUICAO-AULA
                   INVALID KEY
                       DISPLAY 'TURMA/DISCIPLINA SEM PROFESSOR '
                               'ATRIBUIDO'
                   NOT INVALID KEY
                       MOVE ATR-PROFESSOR TO WRK-PROFESSOR
               END-READ
               CLOSE ATRIBUICAO-AULA
           END-IF.

       BUSCAR-TURMA-PROFESSOR-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * GRAVAR-TRANSCRICAO                                        *
      * ACRESCENTA O RESULTADO DESTA APURACAO AO HISTORICO         *
      * CONSOLE.                                                   *
      *----------------------------------------------------------*
       GRAVAR-TRANSCRICAO.
           IF NOT DISCIPLINA-ACEITA
               DISPLAY 'RESULTADO NAO GRAVADO - DISCIPLINA INVALIDA.'
               GO TO GRAVAR-TRANSCRICAO-EXIT
           END-IF.
           PERFORM BUSCAR-TURMA-PROFESSOR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN I-O TRANSCRICAO.
           IF TRANS-NAO-ENCONTRADO
               GO TO GRAVAR-TRANSCRICAO-EXIT
           END-IF.
           MOVE WRK-MATRICULA TO TRANS-MATRICULA.
           MOVE WRK-DISCIPLINA TO TRANS-DISCIPLINA.
           MOVE WRK-DATA-HOJE TO TRANS-DATA.
           MOVE WRK-PERIODO TO TRANS-PERIODO.
           MOVE WRK-NOTA1 TO TRANS-NOTA1.
           MOVE WRK-NOTA2 TO TRANS-NOTA2.
           MOVE WRK-MEDIA TO TRANS-MEDIA.
           MOVE WRK-SITUACAO TO TRANS-SITUACAO.
           MOVE WRK-TURMA TO TRANS-TURMA.
           MOVE WRK-PROFESSOR TO TRANS-PROFESSOR.
           WRITE REG-TRANSCRICAO
               INVALID KEY
                   REWRITE REG-TRANSCRICAO
           COPY 'AUDITPRC.CPY' REPLACING ==AUD-PROGRAM-ID==
               BY =='PROGCOB07'==.
           COPY 'PARAMETROSP.CPY'.
           COPY 'DISCIPLP.CPY'.
           COPY 'NOTACORP.CPY'.
