       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATIVIDADE05N.
      **********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = KIVIA(ALURA) KIVIAAL
      *OBJETIVO: IMPORTACAO DA SERIE DIARIA DO CDI (CDIDIA) - LE
      *O ARQUIVO SEQUENCIAL CDIIMP (DATA + TAXA ANUAL DO DIA, %
      *AO ANO) ENVIADO PELO BANCO E CARREGA/ATUALIZA A SERIE
      *USADA NA APROPRIACAO DIARIA DO PRODUTO CDB-CDI
      *(ATIVIDADE05B). A VALIDACAO DE PLAUSIBILIDADE E A MESMA
      *DA IMPORTACAO DAS TAXAS DE MERCADO (ATIVIDADE05T): TAXA
      *ZERADA OU COM DESVIO PERCENTUAL SOBRE O ULTIMO DIA
      *CARREGADO ALEM DA TOLERANCIA (PARAMETRO TAXA-TOLER-PCT,
      *PADRAO 50,00%) NAO ENTRA NA SERIE - VAI PARA A QUARENTENA
      *CDIHELD E SO TOMA EFEITO PELA LIBERACAO AUDITADA DO
      *SUPERVISOR NA ATIVIDADE05U. SEM DIA ANTERIOR CARREGADO
      *(PRIMEIRA CARGA) A TAXA E ACEITA. DIA DA SERIE SEM TAXA
      *SEGURA A APROPRIACAO DAS CONTAS CDB-CDI NAQUELE DIA ATE A
      *TAXA CHEGAR.
      *DATA   = 07/05/22
      *HISTORICO DE ALTERACOES
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CDI-DIARIO ASSIGN TO "CDIDIA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CDI-DATA
               FILE STATUS IS CDI-WS-STATUS.

           SELECT CDI-IMPORTACAO ASSIGN TO "CDIIMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-IMP-STATUS.

           SELECT CDI-RETIDOS ASSIGN TO "CDIHELD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-HELD-STATUS.

           SELECT PARAMETROS ASSIGN TO "PARAMETR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARM-CHAVE
               FILE STATUS IS PARM-WS-STATUS.

           SELECT ARQUIVO-QUIESCE ASSIGN TO "QUIESCE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS QSC-WS-STATUS.

           SELECT AUDIT-TRAIL ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUD-WS-STATUS.

           SELECT OPERADOR-SESSAO ASSIGN TO "OPERSESS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SES-WS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CDI-DIARIO.
           COPY 'CDIDIA.CPY'.

       FD  CDI-IMPORTACAO.
       01  REG-CDI-IMP.
           05 IMP-DATA         PIC 9(08).
           05 IMP-VALOR        PIC 9(02)V99.

       FD  CDI-RETIDOS.
           COPY 'CDIHELD.CPY'.

       FD  PARAMETROS.
           COPY 'PARAMETROS.CPY'.

       FD  ARQUIVO-QUIESCE.
           COPY 'QUIESCE.CPY'.

       FD  AUDIT-TRAIL.
           COPY 'AUDITLOG.CPY'.

       FD  OPERADOR-SESSAO.
           COPY 'OPERSESS.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'QUIESCEW.CPY'.
           COPY 'AUDITWS.CPY'.
           COPY 'OPERSESW.CPY'.
           COPY 'PARAMETROSW.CPY'.
           COPY 'CDIDIAW.CPY'.
       77 WRK-IMP-STATUS PIC X(02) VALUE ZEROS.
           88 IMP-OK VALUE '00'.
           88 IMP-FIM VALUE '10'.
           88 IMP-NAO-ENCONTRADO VALUE '35'.
       77 WRK-REG-EXISTE PIC X(01) VALUE 'N'.
           88 CDI-JA-CADASTRADO VALUE 'S'.
       77 WRK-TOTAL-IMPORTADAS PIC 9(05) VALUE ZEROS.

      *QUARENTENA DE TAXAS IMPLAUSIVEIS
       77 WRK-HELD-STATUS PIC X(02) VALUE ZEROS.
           88 HELD-NAO-ENCONTRADO VALUE '35'.
       77 WRK-HELD-ABERTO PIC X(01) VALUE 'N'.
           88 QUARENTENA-ABERTA VALUE 'S'.
       77 WRK-TOLER-PCT PIC 9(03)V99 VALUE 50.
       77 WRK-TAXA-ANTERIOR PIC 9(02)V99 VALUE ZEROS.
       77 WRK-DESVIO PIC 9(05)V99 VALUE ZEROS.
       77 WRK-MOTIVO-QUAR PIC X(03) VALUE SPACES.
       77 WRK-TOTAL-RETIDAS PIC 9(05) VALUE ZEROS.
           COPY 'RUNDATE.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM CONFERIR-QUIESCE THRU CONFERIR-QUIESCE-EXIT.
           IF SISTEMA-TRAVADO
               STOP RUN
           END-IF.

           PERFORM 0002-INICIALIZAR.
           PERFORM 0003-PROCESSAR THRU 0003-PROCESSAR-EXIT.
           PERFORM 0004-FINALIZAR.

           STOP RUN.

       0002-INICIALIZAR.
           PERFORM OBTER-DATA-EXECUCAO.
           DISPLAY 'ATIVIDADE05N' '   DATA: ' RUNDATE-HOJE-ED.
           OPEN I-O CDI-DIARIO.
           IF CDI-ARQ-NAO-ENCONTRADO
               OPEN OUTPUT CDI-DIARIO
               CLOSE CDI-DIARIO
               OPEN I-O CDI-DIARIO
           END-IF.
           SET CDI-SERIE-ABERTA TO TRUE.

      *----------------------------------------------------------*
      * 0003-PROCESSAR                                            *
      * CARREGA O ARQUIVO CDIIMP DO BANCO NA SERIE, INCLUINDO OU  *
      * SUBSTITUINDO CADA DIA.                                    *
      *----------------------------------------------------------*
       0003-PROCESSAR.
           OPEN INPUT CDI-IMPORTACAO.
           IF IMP-NAO-ENCONTRADO
               DISPLAY 'ARQUIVO CDIIMP NAO ENCONTRADO.'
               GO TO 0003-PROCESSAR-EXIT
           END-IF.
           MOVE 'TAXA-TOLER-PCT' TO PARM-CODIGO.
           PERFORM LER-PARAMETRO.
           IF PARM-VALOR > ZEROS
               MOVE PARM-VALOR TO WRK-TOLER-PCT
           END-IF.
           READ CDI-IMPORTACAO
               AT END
                   SET IMP-FIM TO TRUE
           END-READ.
           PERFORM IMPORTAR-UM-DIA THRU IMPORTAR-UM-DIA-EXIT
               UNTIL IMP-FIM.
           CLOSE CDI-IMPORTACAO.
           IF QUARENTENA-ABERTA
               CLOSE CDI-RETIDOS
           END-IF.
           DISPLAY 'DIAS IMPORTADOS: ' WRK-TOTAL-IMPORTADAS.
           DISPLAY 'DIAS EM QUARENTENA: ' WRK-TOTAL-RETIDAS.
           IF WRK-TOTAL-RETIDAS > ZEROS
               DISPLAY 'LIBERACAO DO SUPERVISOR PELA ATIVIDADE05U.'
           END-IF.
           MOVE 'CDI-IMPORTADOS' TO AUD-CAMPO.
           MOVE WRK-TOTAL-IMPORTADAS TO AUD-VALOR.
           PERFORM GRAVAR-AUDITORIA.

       0003-PROCESSAR-EXIT.
           EXIT.

       0004-FINALIZAR.
           PERFORM FECHAR-CDI.
           PERFORM FECHAR-PARAMETROS.
           PERFORM FECHAR-AUDITORIA.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

       IMPORTAR-UM-DIA.
           PERFORM VALIDAR-PLAUSIBILIDADE THRU
               VALIDAR-PLAUSIBILIDADE-EXIT.
           IF WRK-MOTIVO-QUAR NOT = SPACES
               PERFORM RETER-CDI
               GO TO IMPORTAR-PROXIMO-DIA
           END-IF.

           MOVE 'N' TO WRK-REG-EXISTE.
           MOVE IMP-DATA TO CDI-DATA.
           READ CDI-DIARIO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-REG-EXISTE
           END-READ.
           MOVE IMP-DATA TO CDI-DATA.
           MOVE IMP-VALOR TO CDI-TAXA-ANO.
           IF CDI-JA-CADASTRADO
               REWRITE REG-CDI
           ELSE
               WRITE REG-CDI
           END-IF.
           ADD 1 TO WRK-TOTAL-IMPORTADAS.

       IMPORTAR-PROXIMO-DIA.
           READ CDI-IMPORTACAO
               AT END
                   SET IMP-FIM TO TRUE
           END-READ.

       IMPORTAR-UM-DIA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * VALIDAR-PLAUSIBILIDADE                                    *
      * TAXA ZERADA VAI PARA A QUARENTENA COM MOTIVO ZER; TAXA    *
      * COM DESVIO PERCENTUAL SOBRE O ULTIMO DIA CARREGADO ANTES  *
      * DELA (ATE 15 DIAS CORRIDOS PARA TRAS, COBRINDO FERIADOS E *
      * FINS DE SEMANA) ALEM DA TOLERANCIA VAI COM MOTIVO TOL.    *
      * SEM DIA ANTERIOR CARREGADO A TAXA E ACEITA.               *
      *----------------------------------------------------------*
       VALIDAR-PLAUSIBILIDADE.

           MOVE SPACES TO WRK-MOTIVO-QUAR.
           MOVE ZEROS TO WRK-TAXA-ANTERIOR.
           IF IMP-VALOR = ZEROS
               MOVE 'ZER' TO WRK-MOTIVO-QUAR
               GO TO VALIDAR-PLAUSIBILIDADE-EXIT
           END-IF.

           COMPUTE CDI-WS-DATA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(IMP-DATA) - 1).
           PERFORM LER-ULTIMO-CDI.
           IF NOT CDI-ENCONTRADO OR CDI-WS-TAXA = ZEROS
               GO TO VALIDAR-PLAUSIBILIDADE-EXIT
           END-IF.
           MOVE CDI-WS-TAXA TO WRK-TAXA-ANTERIOR.

           IF IMP-VALOR >= WRK-TAXA-ANTERIOR
               COMPUTE WRK-DESVIO ROUNDED =
                   (IMP-VALOR - WRK-TAXA-ANTERIOR)
                   / WRK-TAXA-ANTERIOR * 100
           ELSE
               COMPUTE WRK-DESVIO ROUNDED =
                   (WRK-TAXA-ANTERIOR - IMP-VALOR)
                   / WRK-TAXA-ANTERIOR * 100
           END-IF.
           IF WRK-DESVIO > WRK-TOLER-PCT
               MOVE 'TOL' TO WRK-MOTIVO-QUAR
           END-IF.

       VALIDAR-PLAUSIBILIDADE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * RETER-CDI                                                 *
      * GRAVA A TAXA IMPLAUSIVEL NA QUARENTENA CDIHELD, COM A     *
      * TAXA DO ULTIMO DIA CARREGADO PARA O SUPERVISOR COMPARAR.  *
      *----------------------------------------------------------*
       RETER-CDI.

           IF NOT QUARENTENA-ABERTA
               OPEN EXTEND CDI-RETIDOS
               IF HELD-NAO-ENCONTRADO
                   OPEN OUTPUT CDI-RETIDOS
               END-IF
               SET QUARENTENA-ABERTA TO TRUE
           END-IF.
           MOVE IMP-DATA TO CDIH-DATA.
           MOVE IMP-VALOR TO CDIH-VALOR.
           MOVE WRK-TAXA-ANTERIOR TO CDIH-VALOR-ANT.
           MOVE WRK-MOTIVO-QUAR TO CDIH-MOTIVO.
           WRITE REG-CDI-RETIDO.
           ADD 1 TO WRK-TOTAL-RETIDAS.
           DISPLAY 'CDI RETIDO (' WRK-MOTIVO-QUAR '): ' IMP-DATA.

       RETER-CDI-EXIT.
           EXIT.

           COPY 'AUDITPRC.CPY' REPLACING ==AUD-PROGRAM-ID==
               BY =='ATIVIDADE05N'==.
           COPY 'RUNDATEP.CPY'.
           COPY 'PARAMETROSP.CPY'.
           COPY 'CDIDIAP.CPY'.
           COPY 'QUIESCEP.CPY'.
           COPY 'QUIESCES.CPY'.
