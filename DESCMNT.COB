       IDENTIFICATION DIVISION.
       PROGRAM-ID. DESCMNT.
      **********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = KIVIA(ALURA) KIVIAAL
      *OBJETIVO: MANUTENCAO DO CADASTRO DE DESCONTOS DE
      *MENSALIDADE (DESCONTO) - INCLUSAO E ALTERACAO DO DESCONTO
      *DE UM ALUNO POR TIPO (B=BOLSA I=IRMAO F=FUNCIONARIO
      *P=PONTUALIDADE), EM PERCENTUAL OU VALOR FIXO, COM INICIO
      *E FIM DE VIGENCIA, NOS MOLDES DO MENSMNT. NA ALTERACAO,
      *CAMPO EM BRANCO MANTEM O VALOR ATUAL; O DESCONTO SE
      *ENCERRA INFORMANDO O FIM DA VIGENCIA. O DESCONTO DE IRMAO
      *CADASTRADO AQUI PREVALECE SOBRE O DETECTADO PELO
      *FATURAMENTO PROGCOB08H.
      *DATA   = 14/05/22
      *HISTORICO DE ALTERACOES
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DESCONTO-ALUNO ASSIGN TO "DESCONTO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSC-CHAVE
               FILE STATUS IS WRK-DSC-STATUS.

           SELECT ALUNO-MASTER ASSIGN TO "ALUNMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ALUN-MATRICULA
               FILE STATUS IS WRK-ALUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DESCONTO-ALUNO.
           COPY 'DESCONTO.CPY'.

       FD  ALUNO-MASTER.
           COPY 'ALUNMST.CPY'.

       WORKING-STORAGE SECTION.
       77 WRK-DSC-STATUS PIC X(02) VALUE ZEROS.
           88 DSC-OK VALUE '00'.
           88 DSC-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-ALUN-STATUS PIC X(02) VALUE ZEROS.
           88 ALUN-OK VALUE '00'.
           88 ALUN-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-ALUN-ABERTO PIC X(01) VALUE 'N'.
           88 ALUNMST-ABERTO VALUE 'S'.
       77 WRK-ENT PIC X(11) VALUE SPACES.
       77 WRK-ENTRADA-VALIDA PIC X(01) VALUE 'N'.
           88 ENTRADA-VALIDA VALUE 'S'.
       77 WRK-MATRICULA PIC 9(06) VALUE ZEROS.
       77 WRK-TIPO PIC X(01) VALUE SPACES.
       77 WRK-FORMA PIC X(01) VALUE SPACES.
       77 WRK-VALOR-ENT PIC X(11) VALUE SPACES.
       77 WRK-INICIO-ENT PIC X(11) VALUE SPACES.
       77 WRK-FIM-ENT PIC X(11) VALUE SPACES.
       77 WRK-VALOR-NUM PIC 9(09) VALUE ZEROS.
       77 WRK-VALOR PIC 9(07)V99 VALUE ZEROS.
       77 WRK-DATA PIC 9(08) VALUE ZEROS.
       77 WRK-REG-EXISTE PIC X(01) VALUE 'N'.
           88 DESCONTO-CADASTRADO VALUE 'S'.
           COPY 'MONEY.CPY' REPLACING ==MONEY-FIELD-NAME==
               BY ==WRK-VALOR-ED==.
           COPY 'RUNDATE.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0002-INICIALIZAR THRU 0002-INICIALIZAR-EXIT.
           PERFORM 0003-FINALIZAR.

           STOP RUN.

       0002-INICIALIZAR.
           PERFORM OBTER-DATA-EXECUCAO.
           DISPLAY 'DESCMNT' '   DATA: ' RUNDATE-HOJE-ED.
           DISPLAY 'MANUTENCAO DO CADASTRO DE DESCONTOS'.

           OPEN I-O DESCONTO-ALUNO.
           IF DSC-NAO-ENCONTRADO
               OPEN OUTPUT DESCONTO-ALUNO
               CLOSE DESCONTO-ALUNO
               OPEN I-O DESCONTO-ALUNO
           END-IF.
           OPEN INPUT ALUNO-MASTER.
           IF ALUN-OK
               MOVE 'S' TO WRK-ALUN-ABERTO
           END-IF.

           DISPLAY 'MATRICULA DO ALUNO'.
           ACCEPT WRK-ENT FROM CONSOLE.
           CALL 'VALIDNUM' USING WRK-ENT WRK-ENTRADA-VALIDA.
           IF NOT ENTRADA-VALIDA
               DISPLAY 'MATRICULA INVALIDA - NADA FOI ALTERADO.'
               GO TO 0002-INICIALIZAR-EXIT
           END-IF.
           MOVE FUNCTION TRIM(WRK-ENT) TO WRK-MATRICULA.

           IF NOT ALUNMST-ABERTO
               DISPLAY 'CADASTRO DE ALUNOS (ALUNMST) NAO '
                       'ENCONTRADO - NADA FOI ALTERADO.'
               GO TO 0002-INICIALIZAR-EXIT
           END-IF.
           MOVE WRK-MATRICULA TO ALUN-MATRICULA.
           READ ALUNO-MASTER
               INVALID KEY
                   DISPLAY 'ALUNO NAO CADASTRADO NO ALUNMST - NADA '
                           'FOI ALTERADO.'
                   GO TO 0002-INICIALIZAR-EXIT
           END-READ.
           DISPLAY 'ALUNO.....: ' ALUN-NOME.

           DISPLAY 'TIPO (B=BOLSA I=IRMAO F=FUNCIONARIO '
                   'P=PONTUALIDADE)'.
           ACCEPT WRK-TIPO FROM CONSOLE.
           IF WRK-TIPO NOT = 'B' AND WRK-TIPO NOT = 'I'
               AND WRK-TIPO NOT = 'F' AND WRK-TIPO NOT = 'P'
               DISPLAY 'TIPO INVALIDO - NADA FOI ALTERADO.'
               GO TO 0002-INICIALIZAR-EXIT
           END-IF.

           MOVE 'N' TO WRK-REG-EXISTE.
           MOVE WRK-MATRICULA TO DSC-MATRICULA.
           MOVE WRK-TIPO TO DSC-TIPO.
           READ DESCONTO-ALUNO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-REG-EXISTE
                   DISPLAY 'FORMA.....: ' DSC-FORMA
                   MOVE DSC-PERCENTUAL-VAL TO WRK-VALOR-ED
                   DISPLAY 'PERCENTUAL: ' WRK-VALOR-ED
                   MOVE DSC-VALOR TO WRK-VALOR-ED
                   DISPLAY 'VALOR.....: ' WRK-VALOR-ED
                   DISPLAY 'INICIO....: ' DSC-INICIO
                   DISPLAY 'FIM.......: ' DSC-FIM
           END-READ.

           DISPLAY 'FORMA (P=PERCENTUAL V=VALOR FIXO, BRANCO '
                   'MANTEM)'.
           ACCEPT WRK-FORMA FROM CONSOLE.
           DISPLAY 'PERCENTUAL OU VALOR (SOMENTE DIGITOS, '
                   'CENTAVOS NAS 2 ULTIMAS, BRANCO MANTEM)'.
           ACCEPT WRK-VALOR-ENT FROM CONSOLE.
           DISPLAY 'INICIO DA VIGENCIA (AAAAMMDD, BRANCO MANTEM)'.
           ACCEPT WRK-INICIO-ENT FROM CONSOLE.
           DISPLAY 'FIM DA VIGENCIA (AAAAMMDD, 0 = SEM FIM, '
                   'BRANCO MANTEM)'.
           ACCEPT WRK-FIM-ENT FROM CONSOLE.

           IF WRK-FORMA NOT = SPACES AND WRK-FORMA NOT = 'P'
               AND WRK-FORMA NOT = 'V'
               DISPLAY 'FORMA INVALIDA - NADA FOI ALTERADO.'
               GO TO 0002-INICIALIZAR-EXIT
           END-IF.
           IF WRK-VALOR-ENT NOT = SPACES
               CALL 'VALIDNUM' USING WRK-VALOR-ENT WRK-ENTRADA-VALIDA
               IF NOT ENTRADA-VALIDA
                   DISPLAY 'VALOR INVALIDO - NADA FOI ALTERADO.'
                   GO TO 0002-INICIALIZAR-EXIT
               END-IF
           END-IF.
           IF WRK-INICIO-ENT NOT = SPACES
               CALL 'VALIDNUM' USING WRK-INICIO-ENT WRK-ENTRADA-VALIDA
               IF NOT ENTRADA-VALIDA
                   DISPLAY 'INICIO INVALIDO - NADA FOI ALTERADO.'
                   GO TO 0002-INICIALIZAR-EXIT
               END-IF
           END-IF.
           IF WRK-FIM-ENT NOT = SPACES
               CALL 'VALIDNUM' USING WRK-FIM-ENT WRK-ENTRADA-VALIDA
               IF NOT ENTRADA-VALIDA
                   DISPLAY 'FIM INVALIDO - NADA FOI ALTERADO.'
                   GO TO 0002-INICIALIZAR-EXIT
               END-IF
           END-IF.

           IF NOT DESCONTO-CADASTRADO
               IF WRK-FORMA = SPACES OR WRK-VALOR-ENT = SPACES
                   DISPLAY 'DESCONTO NOVO EXIGE FORMA E VALOR - '
                           'NADA FOI INCLUIDO.'
                   GO TO 0002-INICIALIZAR-EXIT
               END-IF
               MOVE WRK-MATRICULA TO DSC-MATRICULA
               MOVE WRK-TIPO TO DSC-TIPO
               MOVE ZEROS TO DSC-PERCENTUAL-VAL
               MOVE ZEROS TO DSC-VALOR
               MOVE RUNDATE-HOJE TO DSC-INICIO
               MOVE ZEROS TO DSC-FIM
           END-IF.

           IF WRK-FORMA NOT = SPACES
               MOVE WRK-FORMA TO DSC-FORMA
           END-IF.
           IF WRK-VALOR-ENT NOT = SPACES
               MOVE FUNCTION TRIM(WRK-VALOR-ENT) TO WRK-VALOR-NUM
               COMPUTE WRK-VALOR = WRK-VALOR-NUM / 100
               IF DSC-PERCENTUAL
                   IF WRK-VALOR > 100
                       DISPLAY 'PERCENTUAL ACIMA DE 100 - NADA FOI '
                               'ALTERADO.'
                       GO TO 0002-INICIALIZAR-EXIT
                   END-IF
                   MOVE WRK-VALOR TO DSC-PERCENTUAL-VAL
                   MOVE ZEROS TO DSC-VALOR
               ELSE
                   MOVE WRK-VALOR TO DSC-VALOR
                   MOVE ZEROS TO DSC-PERCENTUAL-VAL
               END-IF
           END-IF.
           IF WRK-INICIO-ENT NOT = SPACES
               MOVE FUNCTION TRIM(WRK-INICIO-ENT) TO WRK-DATA
               MOVE WRK-DATA TO DSC-INICIO
           END-IF.
           IF WRK-FIM-ENT NOT = SPACES
               MOVE FUNCTION TRIM(WRK-FIM-ENT) TO WRK-DATA
               MOVE WRK-DATA TO DSC-FIM
           END-IF.
           IF DSC-FIM NOT = ZEROS AND DSC-FIM < DSC-INICIO
               DISPLAY 'FIM ANTERIOR AO INICIO - NADA FOI ALTERADO.'
               GO TO 0002-INICIALIZAR-EXIT
           END-IF.

           IF DESCONTO-CADASTRADO
               REWRITE REG-DESCONTO
               DISPLAY 'DESCONTO ALTERADO.'
           ELSE
               WRITE REG-DESCONTO
               DISPLAY 'DESCONTO INCLUIDO NO CADASTRO.'
           END-IF.

       0002-INICIALIZAR-EXIT.
           EXIT.

       0003-FINALIZAR.
           CLOSE DESCONTO-ALUNO.
           IF ALUNMST-ABERTO
               CLOSE ALUNO-MASTER
           END-IF.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

           COPY 'RUNDATEP.CPY'.
