       IDENTIFICATION DIVISION.
       PROGRAM-ID. TURMAMNT.
      **********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = KIVIA(ALURA) KIVIAAL
      *OBJETIVO: MANUTENCAO DO CADASTRO DE TURMAS (TURMAMST) -
      *INCLUSAO E ALTERACAO DA SERIE, TURNO, SALA, CAPACIDADE E
      *SITUACAO DE CADA TURMA, NOS MOLDES DO MENSMNT. NA
      *ALTERACAO, CAMPO EM BRANCO MANTEM O VALOR ATUAL. A
      *CAPACIDADE LIMITA A MATRICULA E A TRANSFERENCIA DO LOTE
      *PROGCOB08G (EXCEDENTE VAI PARA A LISTA DE ESPERA).
      *DATA   = 13/05/22
      *HISTORICO DE ALTERACOES
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TURMA-MASTER ASSIGN TO "TURMAMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TUR-CODIGO
               FILE STATUS IS WRK-TUR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TURMA-MASTER.
           COPY 'TURMA.CPY'.

       WORKING-STORAGE SECTION.
       77 WRK-TUR-STATUS PIC X(02) VALUE ZEROS.
           88 TUR-OK VALUE '00'.
           88 TUR-NAO-ENCONTRADA VALUE '23' '35'.
       77 WRK-TURMA PIC X(05) VALUE SPACES.
       77 WRK-SERIE PIC X(02) VALUE SPACES.
       77 WRK-TURNO PIC X(01) VALUE SPACES.
       77 WRK-SALA PIC X(05) VALUE SPACES.
       77 WRK-CAPACIDADE PIC X(03) VALUE SPACES.
       77 WRK-SITUACAO PIC X(01) VALUE SPACES.
       77 WRK-REG-EXISTE PIC X(01) VALUE 'N'.
           88 TURMA-CADASTRADA VALUE 'S'.
           COPY 'RUNDATE.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0002-INICIALIZAR THRU 0002-INICIALIZAR-EXIT.
           PERFORM 0003-FINALIZAR.

           STOP RUN.

       0002-INICIALIZAR.
           PERFORM OBTER-DATA-EXECUCAO.
           DISPLAY 'TURMAMNT' '   DATA: ' RUNDATE-HOJE-ED.
           DISPLAY 'MANUTENCAO DO CADASTRO DE TURMAS'.

           OPEN I-O TURMA-MASTER.
           IF TUR-NAO-ENCONTRADA
               OPEN OUTPUT TURMA-MASTER
               CLOSE TURMA-MASTER
               OPEN I-O TURMA-MASTER
           END-IF.

           DISPLAY 'TURMA'.
           ACCEPT WRK-TURMA FROM CONSOLE.
           IF WRK-TURMA = SPACES
               DISPLAY 'TURMA EM BRANCO - NADA FOI ALTERADO.'
               GO TO 0002-INICIALIZAR-EXIT
           END-IF.

           MOVE 'N' TO WRK-REG-EXISTE.
           MOVE WRK-TURMA TO TUR-CODIGO.
           READ TURMA-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-REG-EXISTE
                   DISPLAY 'SERIE.....: ' TUR-SERIE
                   DISPLAY 'TURNO.....: ' TUR-TURNO
                   DISPLAY 'SALA......: ' TUR-SALA
                   DISPLAY 'CAPACIDADE: ' TUR-CAPACIDADE
                   DISPLAY 'SITUACAO..: ' TUR-SITUACAO
           END-READ.

           DISPLAY 'SERIE (2 DIGITOS, BRANCO MANTEM)'.
           ACCEPT WRK-SERIE FROM CONSOLE.
           DISPLAY 'TURNO (M=MANHA T=TARDE N=NOITE, BRANCO MANTEM)'.
           ACCEPT WRK-TURNO FROM CONSOLE.
           DISPLAY 'SALA (BRANCO MANTEM)'.
           ACCEPT WRK-SALA FROM CONSOLE.
           DISPLAY 'CAPACIDADE DA SALA (3 DIGITOS, BRANCO MANTEM)'.
           ACCEPT WRK-CAPACIDADE FROM CONSOLE.
           DISPLAY 'SITUACAO (A=ATIVA I=INATIVA, BRANCO MANTEM)'.
           ACCEPT WRK-SITUACAO FROM CONSOLE.

           IF WRK-SERIE NOT = SPACES AND WRK-SERIE NOT NUMERIC
               DISPLAY 'SERIE INVALIDA - NADA FOI ALTERADO.'
               GO TO 0002-INICIALIZAR-EXIT
           END-IF.
           IF WRK-TURNO NOT = SPACES AND WRK-TURNO NOT = 'M'
               AND WRK-TURNO NOT = 'T' AND WRK-TURNO NOT = 'N'
               DISPLAY 'TURNO INVALIDO - NADA FOI ALTERADO.'
               GO TO 0002-INICIALIZAR-EXIT
           END-IF.
           IF WRK-CAPACIDADE NOT = SPACES
               AND WRK-CAPACIDADE NOT NUMERIC
               DISPLAY 'CAPACIDADE INVALIDA - NADA FOI ALTERADO.'
               GO TO 0002-INICIALIZAR-EXIT
           END-IF.
           IF WRK-SITUACAO NOT = SPACES AND WRK-SITUACAO NOT = 'A'
               AND WRK-SITUACAO NOT = 'I'
               DISPLAY 'SITUACAO INVALIDA - NADA FOI ALTERADO.'
               GO TO 0002-INICIALIZAR-EXIT
           END-IF.

           IF NOT TURMA-CADASTRADA
               IF WRK-SERIE = SPACES OR WRK-TURNO = SPACES
                   OR WRK-CAPACIDADE = SPACES
                   DISPLAY 'TURMA NOVA EXIGE SERIE, TURNO E '
                           'CAPACIDADE - NADA FOI INCLUIDO.'
                   GO TO 0002-INICIALIZAR-EXIT
               END-IF
               MOVE WRK-TURMA TO TUR-CODIGO
               MOVE SPACES TO TUR-SALA
               SET TUR-ATIVA TO TRUE
           END-IF.

           IF WRK-SERIE NOT = SPACES
               MOVE WRK-SERIE TO TUR-SERIE
           END-IF.
           IF WRK-TURNO NOT = SPACES
               MOVE WRK-TURNO TO TUR-TURNO
           END-IF.
           IF WRK-SALA NOT = SPACES
               MOVE WRK-SALA TO TUR-SALA
           END-IF.
           IF WRK-CAPACIDADE NOT = SPACES
               MOVE WRK-CAPACIDADE TO TUR-CAPACIDADE
           END-IF.
           IF WRK-SITUACAO NOT = SPACES
               MOVE WRK-SITUACAO TO TUR-SITUACAO
           END-IF.

           IF TURMA-CADASTRADA
               REWRITE REG-TURMA
               DISPLAY 'TURMA ALTERADA.'
           ELSE
               WRITE REG-TURMA
               DISPLAY 'TURMA INCLUIDA NO CADASTRO.'
           END-IF.

       0002-INICIALIZAR-EXIT.
           EXIT.

       0003-FINALIZAR.
           CLOSE TURMA-MASTER.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

           COPY 'RUNDATEP.CPY'.
