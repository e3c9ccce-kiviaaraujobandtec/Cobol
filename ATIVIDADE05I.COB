      *EM FIM DE SEMANA OU FERIADO NAO SAIA NO MES. A DATA DA
      *ULTIMA POSTAGEM FICA EM AGE-DATA-PREVISTA PARA NAO
      *POSTAR DUAS VEZES NO MESMO MES
      *03/05/22 KA APORTE EM CDB/LCI QUE LEVE A SOMA DAS CONTAS
      *DO CPF ACIMA DO TETO DE GARANTIA DO FGC (FGCW/FGCP.CPY,
      *FGC-LIMITE-MIL EM PARAMETROS) SAI COMO FALHA NO AGEEXEC
      *COM A EXPOSICAO E A PARTE SEM GARANTIA, SEM SER POSTADO
      *(A ORDEM MENSAL VOLTA A SER TENTADA NO PROXIMO DIA UTIL);
      *COM FGC-SO-AVISO = 1 O APORTE E POSTADO COM A LINHA DE
      *AVISO
      *04/05/22 KA RESGATE PROGRAMADO DE CONTA CONJUNTA 'E'
      *(COTITUL) SO E POSTADO COM A AUTORIZACAO DE TODOS OS
      *TITULARES, CONFIRMADA PELO SUPERVISOR NA FILA DE
      *APROVACOES (TIPO RESGCONJ, OPERACAO P); SEM ELA O PEDIDO
      *VAI PARA A FILA (UMA VEZ SO) E A INSTRUCAO SAI COMO FALHA
      *NO AGEEXEC, SENDO TENTADA DE NOVO NO PROXIMO DIA UTIL
      *05/05/22 KA RESGATE PROGRAMADO QUE INVADA O VALOR BLOQUEADO
      *POR ORDEM JUDICIAL (BLOQJUD) SAI COMO FALHA; CONTA JA
      *LIQUIDADA COM SALDO RETIDO ('J') TAMBEM NAO E MOVIMENTADA
      *10/05/22 KA PONTO DE CONTROLE A CADA N INSTRUCOES DA
      *AGENDA (CKPTINV, PARAMETRO CKPT-INTERV-INV), COMO O
      *CHECKPOINT-12 DO PROGCOB12: RERODADO APOS UMA QUEDA, O
      *PASSO RETOMA LOGO DEPOIS DA ULTIMA CONTA/SEQUENCIA
      *CONFIRMADA. ORDEM MENSAL JA POSTADA NO MES E CONTADA COMO
      *JA FEITA; AS JA FEITAS E AS PULADAS NA RETOMADA SAEM NO
      *AGEEXEC E NO ENCERRAMENTO
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS CAL-DATA
               FILE STATUS IS CAL-WS-STATUS.

           SELECT PARAMETROS ASSIGN TO "PARAMETR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARM-CHAVE
               FILE STATUS IS PARM-WS-STATUS.

           SELECT RELATORIO-EXECUCAO ASSIGN TO "AGEEXEC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATS-WS-STATUS.

           SELECT COTITULARES ASSIGN TO "COTITUL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COT-CHAVE
               ALTERNATE RECORD KEY IS COT-CPF
                   WITH DUPLICATES
               FILE STATUS IS COT-WS-STATUS.

           SELECT PENDENCIAS-APROVACAO ASSIGN TO "APROVPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APR-ID
               FILE STATUS IS APRV-WS-STATUS.

           SELECT AUDIT-TRAIL ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUD-WS-STATUS.

           SELECT OPERADOR-SESSAO ASSIGN TO "OPERSESS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SES-WS-STATUS.

           SELECT BLOQUEIOS-JUDICIAIS ASSIGN TO "BLOQJUD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BLJ-CHAVE
               FILE STATUS IS BLJ-WS-STATUS.

           SELECT CHECKPOINT-INVEST ASSIGN TO "CKPTINV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CKI-PASSO
               FILE STATUS IS CKI-WS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AGENDA-INSTRUCOES.
       FD  CALENDARIO-UTIL.
           COPY 'CALREG.CPY'.

       FD  PARAMETROS.
           COPY 'PARAMETROS.CPY'.

       FD  RELATORIO-EXECUCAO.
       01  LINHA-EXECUCAO      PIC X(80).

       FD  RUN-STATS.
           COPY 'RUNSTATS.CPY'.

       FD  COTITULARES.
           COPY 'COTITUL.CPY'.

       FD  PENDENCIAS-APROVACAO.
           COPY 'APROV.CPY'.

       FD  AUDIT-TRAIL.
           COPY 'AUDITLOG.CPY'.

       FD  OPERADOR-SESSAO.
           COPY 'OPERSESS.CPY'.

       FD  BLOQUEIOS-JUDICIAIS.
           COPY 'BLOQJUD.CPY'.

       FD  CHECKPOINT-INVEST.
           COPY 'CKPTINV.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'CALENDW.CPY'.
           COPY 'INVMOVW.CPY'.
           COPY 'RUNSTATSW.CPY'.
           COPY 'PARAMETROSW.CPY'.
           COPY 'FGCW.CPY'.
           COPY 'COTITW.CPY'.
           COPY 'APROVW.CPY'.
           COPY 'AUDITWS.CPY'.
           COPY 'OPERSESW.CPY'.
           COPY 'BLOQJUDW.CPY'.
           COPY 'CKPTINVW.CPY'.
       77 WRK-RESGATE-CENTAVOS PIC 9(11) VALUE ZEROS.
       77 WRK-AGE-STATUS PIC X(02) VALUE ZEROS.
           88 AGE-OK VALUE '00'.
           88 AGE-ARQ-FIM VALUE '10'.
       77 WRK-MOTIVO PIC X(20) VALUE SPACES.
       77 WRK-QTD-POSTADAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-FALHAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-FGC-AVISO PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-JA-POSTADAS PIC 9(05) VALUE ZEROS.
           COPY 'MONEYS.CPY' REPLACING ==MONEY-FIELD-NAME==
               BY ==WRK-VALOR-ED==.
           COPY 'MONEYS.CPY' REPLACING ==MONEY-FIELD-NAME==
               BY ==WRK-DESCOBERTO-ED==.
           COPY 'RUNDATE.CPY'.
           COPY 'RPTHDR.CPY'.

               OPEN I-O INVESTIMENTO-MOVIMENTOS
           END-IF.
           SET MOV-ABERTO TO TRUE.
           PERFORM CARREGAR-LIMITE-FGC.

           OPEN OUTPUT RELATORIO-EXECUCAO.
           MOVE 'EXECUCAO DAS INSTRUCOES PROGRAMADAS'
           MOVE RPT-HDR-LINHA TO LINHA-EXECUCAO.
           WRITE LINHA-EXECUCAO.

           MOVE 'STANDING' TO CKI-WS-PASSO.
           PERFORM ABRIR-CHECKPOINT-INV.
           IF CKI-RETOMANDO
               MOVE CKI-WS-CHAVE-RETOMADA TO AGE-CHAVE
               START AGENDA-INSTRUCOES KEY IS GREATER THAN AGE-CHAVE
                   INVALID KEY
                       SET AGE-ARQ-FIM TO TRUE
                       GO TO 0002-INICIALIZAR-EXIT
               END-START
           END-IF.

           READ AGENDA-INSTRUCOES NEXT RECORD
               AT END
                   SET AGE-ARQ-FIM TO TRUE

       0003-PROCESSAR.

           MOVE AGE-CHAVE TO CKI-WS-CHAVE.
           PERFORM VERIFICAR-SE-DEVIDA.
           IF INSTRUCAO-DEVIDA
               PERFORM EXECUTAR-INSTRUCAO THRU
                   EXECUTAR-INSTRUCAO-EXIT
           END-IF.
           PERFORM MARCAR-CHECKPOINT-INV.
           READ AGENDA-INSTRUCOES NEXT RECORD
               AT END
                   SET AGE-ARQ-FIM TO TRUE
               CLOSE AGENDA-INSTRUCOES
               CLOSE INVESTIMENTO-LEDGER
               CLOSE INVESTIMENTO-MOVIMENTOS
               PERFORM FECHAR-PARAMETROS
               PERFORM FECHAR-COTITULARES
               PERFORM FECHAR-APROVACOES
               PERFORM FECHAR-AUDITORIA
               PERFORM FECHAR-BLOQUEIOS
               PERFORM ENCERRAR-CHECKPOINT-INV
               MOVE SPACES TO LINHA-EXECUCAO
               WRITE LINHA-EXECUCAO
               MOVE SPACES TO LINHA-EXECUCAO
                      WRK-QTD-POSTADAS DELIMITED BY SIZE
                      '  FALHAS: ' DELIMITED BY SIZE
                      WRK-QTD-FALHAS DELIMITED BY SIZE
                      '  AVISOS FGC: ' DELIMITED BY SIZE
                      WRK-QTD-FGC-AVISO DELIMITED BY SIZE
                      INTO LINHA-EXECUCAO
               WRITE LINHA-EXECUCAO
               MOVE SPACES TO LINHA-EXECUCAO
               STRING 'JA POSTADAS NO MES: ' DELIMITED BY SIZE
                      WRK-QTD-JA-POSTADAS DELIMITED BY SIZE
                      '  PULADAS NA RETOMADA: ' DELIMITED BY SIZE
                      CKI-WS-PULADAS DELIMITED BY SIZE
                      INTO LINHA-EXECUCAO
               WRITE LINHA-EXECUCAO
               CLOSE RELATORIO-EXECUCAO
           DISPLAY 'ATIVIDADE05I' '   DATA: ' RUNDATE-HOJE-ED.
           DISPLAY 'INSTRUCOES POSTADAS: ' WRK-QTD-POSTADAS.
           DISPLAY 'FALHAS.............: ' WRK-QTD-FALHAS.
           DISPLAY 'AVISOS TETO FGC....: ' WRK-QTD-FGC-AVISO.
           DISPLAY 'JA POSTADAS NO MES.: ' WRK-QTD-JA-POSTADAS.
           DISPLAY 'PULADAS NA RETOMADA: ' CKI-WS-PULADAS.
           DISPLAY 'RELATORIO GRAVADO EM AGEEXEC.'.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

                           OR RUNDATE-HOJE <= AGE-FIM)
                       SET INSTRUCAO-DEVIDA TO TRUE
                   END-IF
                   IF WRK-DIA-HOJE >= AGE-DIA
                       AND WRK-ANOMES-ULT-EXEC = WRK-ANOMES-HOJE
                       ADD 1 TO WRK-QTD-JA-POSTADAS
                   END-IF
               WHEN AGE-DE-CENARIO
                   IF AGE-DATA-PREVISTA <= RUNDATE-HOJE
                       SET INSTRUCAO-DEVIDA TO TRUE
       EXECUTAR-INSTRUCAO.

           MOVE SPACES TO WRK-MOTIVO.
           SET FGC-NAO-SE-APLICA TO TRUE.
           MOVE AGE-CONTA TO LEDGER-CONTA.
           READ INVESTIMENTO-LEDGER
               INVALID KEY
                   IF LEDGER-CONTA-BLOQUEADA
                       MOVE 'CONTA BLOQUEADA' TO WRK-MOTIVO
                   END-IF
                   IF LEDGER-CONTA-RETIDA
                       MOVE 'CONTA RETIDA JUDIC' TO WRK-MOTIVO
                   END-IF
           END-READ.

           IF WRK-MOTIVO = SPACES AND AGE-VALOR > ZEROS
               PERFORM CONFERIR-LIMITE-FGC THRU
                   CONFERIR-LIMITE-FGC-EXIT
           END-IF.
           IF WRK-MOTIVO = SPACES AND AGE-VALOR < ZEROS
               MOVE LEDGER-CONTA TO BLJ-WS-CONTA
               MOVE LEDGER-SALDO TO BLJ-WS-SALDO
               PERFORM APURAR-BLOQUEIO-JUDICIAL
               IF BLJ-WS-QTD > ZEROS
                   AND (ZEROS - AGE-VALOR) > BLJ-WS-LIVRE
                   MOVE 'BLOQUEIO JUDICIAL' TO WRK-MOTIVO
               END-IF
           END-IF.
           IF WRK-MOTIVO = SPACES AND AGE-VALOR < ZEROS
               PERFORM CONFERIR-RESGATE-CONJUNTO THRU
                   CONFERIR-RESGATE-CONJUNTO-EXIT
           END-IF.

           IF WRK-MOTIVO NOT = SPACES
               ADD 1 TO WRK-QTD-FALHAS
               MOVE SPACES TO LINHA-EXECUCAO
                      WRK-MOTIVO DELIMITED BY SIZE
                      INTO LINHA-EXECUCAO
               WRITE LINHA-EXECUCAO
               IF FGC-ACIMA-LIMITE
                   PERFORM IMPRIMIR-EXPOSICAO-FGC
               END-IF
               GO TO EXECUTAR-INSTRUCAO-EXIT
           END-IF.

                  WRK-VALOR-ED DELIMITED BY SIZE
                  INTO LINHA-EXECUCAO.
           WRITE LINHA-EXECUCAO.
           IF FGC-ACIMA-LIMITE
               MOVE SPACES TO LINHA-EXECUCAO
               MOVE '   AVISO - POSTADA ACIMA DO TETO DO FGC'
                   TO LINHA-EXECUCAO
               WRITE LINHA-EXECUCAO
               PERFORM IMPRIMIR-EXPOSICAO-FGC
           END-IF.

       EXECUTAR-INSTRUCAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * CONFERIR-LIMITE-FGC                                       *
      * APORTE QUE LEVA A EXPOSICAO DO CPF AO FGC ACIMA DO TETO:  *
      * FALHA PELO MOTIVO PROPRIO OU, COM FGC-SO-AVISO = 1,       *
      * POSTADO COM A LINHA DE AVISO.                             *
      *----------------------------------------------------------*
       CONFERIR-LIMITE-FGC.
           MOVE LEDGER-CPF TO FGC-WS-CPF.
           MOVE LEDGER-CONTA TO FGC-WS-CONTA.
           MOVE LEDGER-TIPO-PROD TO FGC-WS-TIPO-PROD.
           MOVE AGE-VALOR TO FGC-WS-VALOR.
           PERFORM APURAR-EXPOSICAO-FGC THRU APURAR-EXPOSICAO-FGC-EXIT.
           IF NOT FGC-ACIMA-LIMITE
               GO TO CONFERIR-LIMITE-FGC-EXIT
           END-IF.
           IF FGC-LOTE-SO-AVISA
               ADD 1 TO WRK-QTD-FGC-AVISO
           ELSE
               MOVE 'ACIMA DO TETO FGC' TO WRK-MOTIVO
           END-IF.

       CONFERIR-LIMITE-FGC-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * CONFERIR-RESGATE-CONJUNTO                                 *
      * RESGATE DE CONTA CONJUNTA 'E' SO E POSTADO COM APROVACAO  *
      * DO SUPERVISOR (AUTORIZACAO DE TODOS OS TITULARES) PARA A  *
      * CONTA E O VALOR; SEM ELA O PEDIDO VAI PARA A FILA UMA VEZ *
      * SO E A INSTRUCAO FALHA COM MOTIVO PROPRIO.                *
      *----------------------------------------------------------*
       CONFERIR-RESGATE-CONJUNTO.
           MOVE LEDGER-CONTA TO COT-WS-CONTA.
           MOVE LEDGER-CPF TO COT-WS-CPF-TITULAR.
           MOVE LEDGER-CPF TO COT-WS-CPF.
           PERFORM CARREGAR-COTITULARES.
           IF NOT COT-WS-CONJUNTA-E
               GO TO CONFERIR-RESGATE-CONJUNTO-EXIT
           END-IF.
           COMPUTE WRK-RESGATE-CENTAVOS = AGE-VALOR * -100.
           MOVE 'RESGCONJ' TO APRV-WS-TIPO.
           MOVE SPACES TO APRV-WS-DADOS.
           STRING LEDGER-CONTA DELIMITED BY SIZE
                  'P' DELIMITED BY SIZE
                  WRK-RESGATE-CENTAVOS DELIMITED BY SIZE
                  LEDGER-CPF DELIMITED BY SIZE
                  INTO APRV-WS-DADOS.
           PERFORM CONSULTAR-APROVACAO.
           IF APROVACAO-DISPONIVEL
               MOVE 'RESGATE-CONJ' TO AUD-CAMPO
               MOVE APRV-WS-DADOS TO AUD-VALOR
               PERFORM GRAVAR-AUDITORIA
           ELSE
               MOVE 'AGUARDA APROV CONJ' TO WRK-MOTIVO
               IF NOT APRV-JA-PENDENTE
                   PERFORM ENFILEIRAR-APROVACAO
               END-IF
           END-IF.

       CONFERIR-RESGATE-CONJUNTO-EXIT.
           EXIT.

       IMPRIMIR-EXPOSICAO-FGC.
           MOVE FGC-WS-EXPOSICAO-APOS TO WRK-VALOR-ED.
           MOVE FGC-WS-DESCOBERTO TO WRK-DESCOBERTO-ED.
           MOVE SPACES TO LINHA-EXECUCAO.
           STRING '   CPF ' DELIMITED BY SIZE
                  FGC-WS-CPF DELIMITED BY SIZE
                  ' EXPOSICAO ' DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  ' SEM GARANTIA ' DELIMITED BY SIZE
                  WRK-DESCOBERTO-ED DELIMITED BY SIZE
                  INTO LINHA-EXECUCAO.
           WRITE LINHA-EXECUCAO.

       IMPRIMIR-EXPOSICAO-FGC-EXIT.
           EXIT.

           COPY 'RUNDATEP.CPY'.
           COPY 'RPTHDRP.CPY'.
           COPY 'CALENDP.CPY'.
           COPY 'INVMOVP.CPY'.
           COPY 'PARAMETROSP.CPY'.
           COPY 'FGCP.CPY'.
           COPY 'COTITP.CPY'.
           COPY 'APROVP.CPY'.
           COPY 'BLOQJUDP.CPY'.
           COPY 'CKPTINVP.CPY'.
           COPY 'AUDITPRC.CPY' REPLACING ==AUD-PROGRAM-ID==
               BY =='ATIVIDADE05I'==.
           COPY 'RUNSTATSP.CPY' REPLACING ==STATS-PROGRAM-ID==
               BY =='ATIVIDADE05I'==.
