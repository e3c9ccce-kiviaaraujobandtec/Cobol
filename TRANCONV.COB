       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANCONV.
      **********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = KIVIA(ALURA) KIVIAAL
      *OBJETIVO: CONVERSAO UNICA DA TRANSCRICAO PARA O LAYOUT
      *POR DISCIPLINA - LE O ARQUIVO DE PRODUCAO ATUAL (TRANSCRI,
      *CHAVE MATRICULA + DATA + PERIODO) PELO LAYOUT ANTIGO E
      *GRAVA O ARQUIVO NOVO (TRANSCRN) JA NO LAYOUT DO
      *TRANSCRI.CPY. AS NOTAS ANTIGAS NAO TEM DISCIPLINA: TODAS
      *RECEBEM O CODIGO INFORMADO PELO OPERADOR (PADRAO GERL -
      *CADASTRAR A DISCIPLINA GERL NO PROGCOB08N PARA O NOME SAIR
      *NOS RELATORIOS). A TURMA VEM DO CADASTRO ALUNMST E O
      *PROFESSOR FICA ZERADO (NAO HAVIA ATRIBUICAO DE AULAS).
      *APOS A CONFERENCIA DOS TOTAIS O OPERADOR SUBSTITUI
      *TRANSCRI PELO TRANSCRN GERADO.
      *DATA   = 11/05/22
      *HISTORICO DE ALTERACOES
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSCRICAO-ANTIGA ASSIGN TO "TRANSCRI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANT-CHAVE
               FILE STATUS IS WRK-ANT-STATUS.

           SELECT TRANSCRICAO ASSIGN TO "TRANSCRN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANS-CHAVE
               FILE STATUS IS WRK-TRANS-STATUS.

           SELECT ALUNO-MASTER ASSIGN TO "ALUNMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALUN-MATRICULA
               FILE STATUS IS WRK-ALUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSCRICAO-ANTIGA.
       01  REG-TRANSCRICAO-ANTIGA.
           05 ANT-CHAVE.
               10 ANT-MATRICULA    PIC 9(06).
               10 ANT-DATA         PIC 9(08).
               10 ANT-PERIODO      PIC 9(02).
           05 ANT-NOTA1        PIC 9(02).
           05 ANT-NOTA2        PIC 9(02).
           05 ANT-MEDIA        PIC 9(02).
           05 ANT-SITUACAO     PIC X(11).

       FD  TRANSCRICAO.
           COPY 'TRANSCRI.CPY'.

       FD  ALUNO-MASTER.
           COPY 'ALUNMST.CPY'.

       WORKING-STORAGE SECTION.
       77 WRK-ANT-STATUS PIC X(02) VALUE ZEROS.
           88 ANT-OK VALUE '00'.
           88 ANT-FIM VALUE '10'.
           88 ANT-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-TRANS-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-ALUN-STATUS PIC X(02) VALUE ZEROS.
           88 ALUN-MST-NAO-ENCONTRADO VALUE '23' '35'.

       77 WRK-DISCIPLINA     PIC X(04) VALUE SPACES.
       77 WRK-TOTAL-LIDOS    PIC 9(07) VALUE ZEROS.
       77 WRK-TOTAL-GRAVADOS PIC 9(07) VALUE ZEROS.
       77 WRK-TOTAL-SEM-TURMA PIC 9(07) VALUE ZEROS.
           COPY 'RUNDATE.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0002-INICIALIZAR.
           PERFORM 0003-PROCESSAR UNTIL ANT-FIM.
           PERFORM 0004-FINALIZAR.

           STOP RUN.

       0002-INICIALIZAR.

           PERFORM OBTER-DATA-EXECUCAO.
           DISPLAY 'TRANCONV' '   DATA: ' RUNDATE-HOJE-ED.
           DISPLAY 'DISCIPLINA DAS NOTAS ANTIGAS (BRANCO = GERL)'.
           ACCEPT WRK-DISCIPLINA FROM CONSOLE.
           IF WRK-DISCIPLINA = SPACES
               MOVE 'GERL' TO WRK-DISCIPLINA
           END-IF.

           OPEN INPUT ALUNO-MASTER.
           IF ALUN-MST-NAO-ENCONTRADO
               DISPLAY 'CADASTRO DE ALUNOS (ALUNMST) NAO '
                       'ENCONTRADO - TURMA GRAVADA EM BRANCO.'
           END-IF.

           OPEN INPUT TRANSCRICAO-ANTIGA.
           IF ANT-NAO-ENCONTRADO
               DISPLAY 'ARQUIVO TRANSCRI NAO ENCONTRADO.'
               SET ANT-FIM TO TRUE
           ELSE
               OPEN OUTPUT TRANSCRICAO
               READ TRANSCRICAO-ANTIGA NEXT RECORD
                   AT END
                       SET ANT-FIM TO TRUE
               END-READ
           END-IF.

       0003-PROCESSAR.

           ADD 1 TO WRK-TOTAL-LIDOS.
           MOVE ANT-MATRICULA TO TRANS-MATRICULA.
           MOVE WRK-DISCIPLINA TO TRANS-DISCIPLINA.
           MOVE ANT-DATA TO TRANS-DATA.
           MOVE ANT-PERIODO TO TRANS-PERIODO.
           MOVE ANT-NOTA1 TO TRANS-NOTA1.
           MOVE ANT-NOTA2 TO TRANS-NOTA2.
           MOVE ANT-MEDIA TO TRANS-MEDIA.
           MOVE ANT-SITUACAO TO TRANS-SITUACAO.
           MOVE ZEROS TO TRANS-PROFESSOR.
           PERFORM BUSCAR-TURMA.
           WRITE REG-TRANSCRICAO
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR MATRICULA '
                           TRANS-MATRICULA
                           ' - STATUS: ' WRK-TRANS-STATUS
               NOT INVALID KEY
                   ADD 1 TO WRK-TOTAL-GRAVADOS
           END-WRITE.

           READ TRANSCRICAO-ANTIGA NEXT RECORD
               AT END
                   SET ANT-FIM TO TRUE
           END-READ.

       0004-FINALIZAR.

           IF NOT ANT-NAO-ENCONTRADO
               CLOSE TRANSCRICAO-ANTIGA
               CLOSE TRANSCRICAO
           END-IF.
           IF NOT ALUN-MST-NAO-ENCONTRADO
               CLOSE ALUNO-MASTER
           END-IF.
           DISPLAY 'REGISTROS LIDOS...: ' WRK-TOTAL-LIDOS.
           DISPLAY 'REGISTROS GRAVADOS: ' WRK-TOTAL-GRAVADOS.
           DISPLAY 'SEM TURMA NO ALUNMST: ' WRK-TOTAL-SEM-TURMA.
           DISPLAY 'DISCIPLINA ATRIBUIDA: ' WRK-DISCIPLINA.
           DISPLAY 'APOS A CONFERENCIA SUBSTITUA TRANSCRI PELO '
                   'TRANSCRN GERADO.'.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

       BUSCAR-TURMA.
           MOVE SPACES TO TRANS-TURMA.
           IF NOT ALUN-MST-NAO-ENCONTRADO
               MOVE ANT-MATRICULA TO ALUN-MATRICULA
               READ ALUNO-MASTER
                   INVALID KEY
                       ADD 1 TO WRK-TOTAL-SEM-TURMA
                   NOT INVALID KEY
                       MOVE ALUN-TURMA TO TRANS-TURMA
               END-READ
           ELSE
               ADD 1 TO WRK-TOTAL-SEM-TURMA
           END-IF.

       BUSCAR-TURMA-EXIT.
           EXIT.

           COPY 'RUNDATEP.CPY'.
