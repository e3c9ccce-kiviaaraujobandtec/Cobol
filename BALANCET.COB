       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALANCET.
      **********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = KIVIA(ALURA) KIVIAAL
      *OBJETIVO: BALANCETE MENSAL DE VERIFICACAO - MONTA, PARA O
      *MES CONTABIL INFORMADO NO PARM (AAAAMM; SEM PARM, O MES
      *ANTERIOR AO DA EXECUCAO), O SALDO INICIAL, OS DEBITOS, OS
      *CREDITOS E O SALDO FINAL DE CADA CONTA, A PARTIR DAS
      *LINHAS DO MES NO JORNAL-EXTRATO (JRNLEXT). AS CONTAS VEM
      *DO PLANO DE CONTAS (PLCONTAS), COM O NUMERO NO SISTEMA DA
      *CONTABILIDADE; CONTA DO JORNAL FORA DO PLANO SAI MARCADA.
      *O SALDO INICIAL E O SALDO FINAL DO MES ANTERIOR GRAVADO
      *NO BALSALDO - SEM ELE O SALDO INICIAL VALE ZERO, COM
      *AVISO. AS LINHAS DO MES AINDA RETIDAS NO JRNHELD SAO
      *TOTALIZADAS A PARTE, POIS NAO ENTRAM NO BALANCETE.
      *CONFERIDO COM O CONTROLE PERCTL: MES FECHADO DA O
      *BALANCETE DEFINITIVO E GRAVA OS SALDOS DO MES NO
      *BALSALDO; MES ABERTO DA O BALANCETE PRELIMINAR, SEM
      *GRAVAR SALDOS. DEVOLVE RETURN-CODE 4 QUANDO O BALANCETE E
      *PRELIMINAR, DEBITOS E CREDITOS NAO CONFEREM, HA CONTA
      *FORA DO PLANO, LINHA RETIDA OU FALTA O SALDO ANTERIOR,
      *PARA O FECHAMENTO ACUSAR A PENDENCIA. RC 8 SE O PARM FOR
      *INVALIDO.
      *DATA   = 27/05/22
      *HISTORICO DE ALTERACOES
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JORNAL-EXTRATO ASSIGN TO "JRNLEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-JRN-STATUS.

           SELECT JORNAL-RETIDO ASSIGN TO "JRNHELD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-RET-STATUS.

           SELECT PLANO-CONTAS ASSIGN TO "PLCONTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLC-CONTA
               FILE STATUS IS WRK-PLC-STATUS.

           SELECT PERIODO-CONTABIL ASSIGN TO "PERCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-ANOMES
               FILE STATUS IS WRK-PER-STATUS.

           SELECT SALDO-BALANCETE ASSIGN TO "BALSALDO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLD-CHAVE
               FILE STATUS IS WRK-SLD-STATUS.

           SELECT RELATORIO-BALANCETE ASSIGN TO "BALREL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JORNAL-EXTRATO.
           COPY 'JORNAL.CPY'.

       FD  JORNAL-RETIDO.
           COPY 'JRNHELD.CPY'.

       FD  PLANO-CONTAS.
           COPY 'PLCONTAS.CPY'.

       FD  PERIODO-CONTABIL.
           COPY 'PERCTL.CPY'.

       FD  SALDO-BALANCETE.
           COPY 'BALSALDO.CPY'.

       FD  RELATORIO-BALANCETE.
       01  LINHA-BALANCETE     PIC X(120).

       WORKING-STORAGE SECTION.
       77  WRK-JRN-STATUS PIC X(02) VALUE ZEROS.
           88 JRN-ARQ-AUSENTE VALUE '35'.
       77  WRK-RET-STATUS PIC X(02) VALUE ZEROS.
           88 RET-ARQ-AUSENTE VALUE '35'.
       77  WRK-PLC-STATUS PIC X(02) VALUE ZEROS.
           88 PLC-ARQ-AUSENTE VALUE '35'.
       77  WRK-PER-STATUS PIC X(02) VALUE ZEROS.
           88 PER-ARQ-AUSENTE VALUE '35'.
       77  WRK-SLD-STATUS PIC X(02) VALUE ZEROS.
           88 SLD-ARQ-AUSENTE VALUE '35'.
       77  WRK-REL-STATUS PIC X(02) VALUE ZEROS.

       77  WRK-ANOMES-ENT PIC X(11) VALUE SPACES.
       77  WRK-ENT-NUMERICO PIC X(01) VALUE 'N'.
           88 ENTRADA-NUMERICA VALUE 'S'.
       77  WRK-ANOMES PIC 9(06) VALUE ZEROS.
       77  WRK-ANOMES-ANT PIC 9(06) VALUE ZEROS.
       77  WRK-ANOMES-MOV PIC 9(06) VALUE ZEROS.
       77  WRK-ANO PIC 9(04) VALUE ZEROS.
       77  WRK-MES PIC 9(02) VALUE ZEROS.
       77  WRK-ANOMES-ED PIC 9999/99 VALUE ZEROS.

       77  WRK-VARRE PIC X(01) VALUE 'N'.
           88 VARREDURA-FIM VALUE 'S'.
       77  WRK-DEFINITIVO PIC X(01) VALUE 'N'.
           88 BALANCETE-DEFINITIVO VALUE 'S'.
       77  WRK-SEM-SALDO-ANT PIC X(01) VALUE 'N'.
           88 SEM-SALDO-ANTERIOR VALUE 'S'.
       77  WRK-REG-EXISTE PIC X(01) VALUE 'N'.
           88 SALDO-CADASTRADO VALUE 'S'.

       77  WRK-CONTA-BUSCA PIC X(12) VALUE SPACES.
       77  WRK-IND PIC 9(04) VALUE ZEROS.
       77  WRK-IND-ACHADO PIC 9(04) VALUE ZEROS.
       77  WRK-QTD-CONTAS PIC 9(04) VALUE ZEROS.

      *CONTAS DO BALANCETE - PLANO DE CONTAS NA ORDEM DO CODIGO,
      *SEGUIDO DAS CONTAS ACHADAS NO JORNAL OU NO SALDO ANTERIOR
      *FORA DO PLANO
       01  TAB-CONTAS.
           05 TAB-BAL-LINHA OCCURS 300 TIMES.
               10 TAB-BAL-CONTA      PIC X(12).
               10 TAB-BAL-DESCRICAO  PIC X(20).
               10 TAB-BAL-TIPO       PIC X(01).
               10 TAB-BAL-CONTABIL   PIC X(15).
               10 TAB-BAL-PLANO      PIC X(01).
               10 TAB-BAL-INICIAL    PIC S9(11)V99.
               10 TAB-BAL-DEBITOS    PIC 9(11)V99.
               10 TAB-BAL-CREDITOS   PIC 9(11)V99.

       77  WRK-QTD-SALDOS-ANT PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-LINHAS PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-FORA-PLANO PIC 9(04) VALUE ZEROS.
       77  WRK-QTD-EXCEDENTES PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-RETIDAS PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-GRAVADOS PIC 9(04) VALUE ZEROS.
       77  WRK-QTD-EXCECOES PIC 9(02) VALUE ZEROS.
       77  WRK-TOTAL-INICIAL PIC S9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-DEBITOS PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-CREDITOS PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-FINAL PIC S9(11)V99 VALUE ZEROS.
       77  WRK-RETIDO-DEBITOS PIC 9(11)V99 VALUE ZEROS.
       77  WRK-RETIDO-CREDITOS PIC 9(11)V99 VALUE ZEROS.
       77  WRK-SALDO-FINAL PIC S9(11)V99 VALUE ZEROS.
       77  WRK-SALDO PIC S9(11)V99 VALUE ZEROS.
       77  WRK-SALDO-ED PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-SALDO-DC PIC X(01) VALUE SPACES.
           COPY 'MONEYS.CPY' REPLACING ==MONEY-FIELD-NAME==
               BY ==WRK-VALOR-ED==.

       01  LINHA-COLUNAS.
           05 FILLER PIC X(13) VALUE 'CONTA'.
           05 FILLER PIC X(21) VALUE 'DESCRICAO'.
           05 FILLER PIC X(02) VALUE 'T'.
           05 FILLER PIC X(17) VALUE 'CONTA CONTABIL'.
           05 FILLER PIC X(13) VALUE 'SALDO INICIAL'.
           05 FILLER PIC X(09) VALUE SPACES.
           05 FILLER PIC X(07) VALUE 'DEBITOS'.
           05 FILLER PIC X(08) VALUE SPACES.
           05 FILLER PIC X(08) VALUE 'CREDITOS'.
           05 FILLER PIC X(05) VALUE SPACES.
           05 FILLER PIC X(11) VALUE 'SALDO FINAL'.
           05 FILLER PIC X(06) VALUE SPACES.

       01  LINHA-DETALHE.
           05 LIN-CONTA            PIC X(12).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LIN-DESCRICAO        PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LIN-TIPO             PIC X(01).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LIN-CONTABIL         PIC X(15).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LIN-INICIAL          PIC ZZZ.ZZZ.ZZ9,99.
           05 LIN-INICIAL-DC       PIC X(01).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LIN-DEBITOS          PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LIN-CREDITOS         PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LIN-FINAL            PIC ZZZ.ZZZ.ZZ9,99.
           05 LIN-FINAL-DC         PIC X(01).
           05 FILLER               PIC X(05) VALUE SPACES.
           COPY 'RUNDATE.CPY'.
           COPY 'RPTHDR.CPY'.

       LINKAGE SECTION.
       01  LK-PARM.
           05 LK-PARM-LTH       PIC S9(04) COMP.
           05 LK-PARM-TXT       PIC X(06).

       PROCEDURE DIVISION USING LK-PARM.
       0001-PRINCIPAL.

           PERFORM 0002-INICIALIZAR.
           PERFORM CARREGAR-PLANO THRU CARREGAR-PLANO-EXIT.
           PERFORM CARREGAR-SALDO-ANTERIOR
               THRU CARREGAR-SALDO-ANTERIOR-EXIT.
           PERFORM APURAR-JORNAL THRU APURAR-JORNAL-EXIT.
           PERFORM APURAR-RETIDAS THRU APURAR-RETIDAS-EXIT.
           PERFORM CONFERIR-PERIODO THRU CONFERIR-PERIODO-EXIT.
           PERFORM 0004-FINALIZAR.

           STOP RUN.

       0002-INICIALIZAR.

           PERFORM OBTER-DATA-EXECUCAO.
           DISPLAY 'BALANCET' '   DATA: ' RUNDATE-HOJE-ED.
           IF LK-PARM-LTH > ZEROS
               MOVE SPACES TO WRK-ANOMES-ENT
               MOVE LK-PARM-TXT(1:LK-PARM-LTH) TO WRK-ANOMES-ENT
               CALL 'VALIDNUM' USING WRK-ANOMES-ENT WRK-ENT-NUMERICO
               IF ENTRADA-NUMERICA
                   MOVE FUNCTION TRIM(WRK-ANOMES-ENT) TO WRK-ANOMES
               END-IF
               IF WRK-ANOMES(5:2) < '01' OR WRK-ANOMES(5:2) > '12'
                   MOVE 'N' TO WRK-ENT-NUMERICO
               END-IF
               IF NOT ENTRADA-NUMERICA
                   DISPLAY 'PARM INVALIDO - INFORME O MES CONTABIL '
                           'COMO AAAAMM.'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               COMPUTE WRK-ANOMES = RUNDATE-HOJE / 100
               PERFORM RECUAR-UM-MES
               MOVE WRK-ANOMES-ANT TO WRK-ANOMES
           END-IF.
           PERFORM RECUAR-UM-MES.
           MOVE WRK-ANOMES TO WRK-ANOMES-ED.
           DISPLAY 'MES CONTABIL: ' WRK-ANOMES-ED.

           OPEN OUTPUT RELATORIO-BALANCETE.
           MOVE 'BALANCETE MENSAL DE VERIFICACAO' TO RPT-HDR-TITULO.
           PERFORM MONTAR-CABECALHO-RELATORIO.
           MOVE RPT-HDR-LINHA TO LINHA-BALANCETE.
           WRITE LINHA-BALANCETE.
           MOVE SPACES TO LINHA-BALANCETE.
           WRITE LINHA-BALANCETE.

       0004-FINALIZAR.

           MOVE SPACES TO LINHA-BALANCETE.
           IF BALANCETE-DEFINITIVO
               STRING 'MES CONTABIL ' DELIMITED BY SIZE
                      WRK-ANOMES-ED DELIMITED BY SIZE
                      ' - BALANCETE DEFINITIVO (MES FECHADO NO '
                          DELIMITED BY SIZE
                      'PERCTL)' DELIMITED BY SIZE
                      INTO LINHA-BALANCETE
           ELSE
               STRING 'MES CONTABIL ' DELIMITED BY SIZE
                      WRK-ANOMES-ED DELIMITED BY SIZE
                      ' - BALANCETE PRELIMINAR (MES NAO FECHADO NO '
                          DELIMITED BY SIZE
                      'PERCTL)' DELIMITED BY SIZE
                      INTO LINHA-BALANCETE
           END-IF.
           WRITE LINHA-BALANCETE.
           IF SEM-SALDO-ANTERIOR
               MOVE WRK-ANOMES-ANT TO WRK-ANOMES-ED
               MOVE SPACES TO LINHA-BALANCETE
               STRING 'ATENCAO: SEM SALDOS GRAVADOS DO MES '
                          DELIMITED BY SIZE
                      WRK-ANOMES-ED DELIMITED BY SIZE
                      ' NO BALSALDO - SALDO INICIAL CONSIDERADO ZERO.'
                          DELIMITED BY SIZE
                      INTO LINHA-BALANCETE
               WRITE LINHA-BALANCETE
               MOVE WRK-ANOMES TO WRK-ANOMES-ED
           END-IF.
           MOVE SPACES TO LINHA-BALANCETE.
           WRITE LINHA-BALANCETE.
           MOVE LINHA-COLUNAS TO LINHA-BALANCETE.
           WRITE LINHA-BALANCETE.
           MOVE ALL '-' TO LINHA-BALANCETE.
           WRITE LINHA-BALANCETE.

           PERFORM IMPRIMIR-CONTA
               VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > WRK-QTD-CONTAS.

           MOVE ALL '-' TO LINHA-BALANCETE.
           WRITE LINHA-BALANCETE.
           MOVE SPACES TO LIN-DESCRICAO LIN-TIPO LIN-CONTABIL.
           MOVE 'TOTAIS' TO LIN-CONTA.
           MOVE WRK-TOTAL-INICIAL TO WRK-SALDO.
           PERFORM PREPARAR-SALDO.
           MOVE WRK-SALDO-ED TO LIN-INICIAL.
           MOVE WRK-SALDO-DC TO LIN-INICIAL-DC.
           MOVE WRK-TOTAL-DEBITOS TO LIN-DEBITOS.
           MOVE WRK-TOTAL-CREDITOS TO LIN-CREDITOS.
           MOVE WRK-TOTAL-FINAL TO WRK-SALDO.
           PERFORM PREPARAR-SALDO.
           MOVE WRK-SALDO-ED TO LIN-FINAL.
           MOVE WRK-SALDO-DC TO LIN-FINAL-DC.
           MOVE LINHA-DETALHE TO LINHA-BALANCETE.
           WRITE LINHA-BALANCETE.
           MOVE SPACES TO LINHA-BALANCETE.
           WRITE LINHA-BALANCETE.

           PERFORM IMPRIMIR-CONFERENCIAS.

           IF BALANCETE-DEFINITIVO
               PERFORM GRAVAR-SALDO
                   VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QTD-CONTAS
               MOVE SPACES TO LINHA-BALANCETE
               STRING 'SALDOS DO MES GRAVADOS NO BALSALDO: '
                          DELIMITED BY SIZE
                      WRK-QTD-GRAVADOS DELIMITED BY SIZE
                      ' CONTA(S).' DELIMITED BY SIZE
                      INTO LINHA-BALANCETE
           ELSE
               ADD 1 TO WRK-QTD-EXCECOES
               MOVE SPACES TO LINHA-BALANCETE
               STRING 'BALANCETE PRELIMINAR - SALDOS NAO GRAVADOS '
                          DELIMITED BY SIZE
                      'ATE O FECHAMENTO DO MES NO PERMNT.'
                          DELIMITED BY SIZE
                      INTO LINHA-BALANCETE
           END-IF.
           WRITE LINHA-BALANCETE.
           IF NOT SLD-ARQ-AUSENTE
               CLOSE SALDO-BALANCETE
           END-IF.
           CLOSE RELATORIO-BALANCETE.

           IF WRK-QTD-EXCECOES > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'CONTAS NO BALANCETE..: ' WRK-QTD-CONTAS.
           DISPLAY 'LINHAS DO MES LIDAS..: ' WRK-QTD-LINHAS.
           DISPLAY 'SALDOS GRAVADOS......: ' WRK-QTD-GRAVADOS.
           IF RETURN-CODE = ZEROS
               DISPLAY 'BALANCETE CONFERE.'
           ELSE
               DISPLAY 'BALANCETE COM PENDENCIA - VER BALREL.'
           END-IF.
           DISPLAY 'RELATORIO GRAVADO EM BALREL.'.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

      *----------------------------------------------------------*
      * RECUAR-UM-MES                                             *
      * WRK-ANOMES-ANT = MES ANTERIOR A WRK-ANOMES.               *
      *----------------------------------------------------------*
       RECUAR-UM-MES.
           COMPUTE WRK-ANO = WRK-ANOMES / 100.
           COMPUTE WRK-MES = WRK-ANOMES - WRK-ANO * 100.
           IF WRK-MES = 1
               MOVE 12 TO WRK-MES
               SUBTRACT 1 FROM WRK-ANO
           ELSE
               SUBTRACT 1 FROM WRK-MES
           END-IF.
           COMPUTE WRK-ANOMES-ANT = WRK-ANO * 100 + WRK-MES.

       RECUAR-UM-MES-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * CARREGAR-PLANO                                            *
      * CARREGA NA TABELA AS CONTAS DO PLANO, NA ORDEM DO CODIGO. *
      * PLANO AUSENTE DEIXA TODA CONTA DO MES FORA DO PLANO.      *
      *----------------------------------------------------------*
       CARREGAR-PLANO.
           OPEN INPUT PLANO-CONTAS.
           IF PLC-ARQ-AUSENTE
               DISPLAY 'PLANO DE CONTAS PLCONTAS AUSENTE - CONTAS '
                       'DO BALANCETE SEM DESCRICAO.'
               GO TO CARREGAR-PLANO-EXIT
           END-IF.
           MOVE 'N' TO WRK-VARRE.
           MOVE LOW-VALUES TO PLC-CONTA.
           START PLANO-CONTAS KEY IS NOT < PLC-CONTA
               INVALID KEY
                   SET VARREDURA-FIM TO TRUE
           END-START.
           PERFORM CARREGAR-UMA-CONTA UNTIL VARREDURA-FIM.
           CLOSE PLANO-CONTAS.

       CARREGAR-PLANO-EXIT.
           EXIT.

       CARREGAR-UMA-CONTA.
           READ PLANO-CONTAS NEXT RECORD
               AT END
                   SET VARREDURA-FIM TO TRUE
           END-READ.
           IF NOT VARREDURA-FIM
               IF WRK-QTD-CONTAS < 300
                   ADD 1 TO WRK-QTD-CONTAS
                   MOVE PLC-CONTA TO TAB-BAL-CONTA(WRK-QTD-CONTAS)
                   MOVE PLC-DESCRICAO
                       TO TAB-BAL-DESCRICAO(WRK-QTD-CONTAS)
                   MOVE PLC-TIPO TO TAB-BAL-TIPO(WRK-QTD-CONTAS)
                   MOVE PLC-CONTA-CONTABIL
                       TO TAB-BAL-CONTABIL(WRK-QTD-CONTAS)
                   MOVE PLC-SITUACAO TO TAB-BAL-PLANO(WRK-QTD-CONTAS)
                   MOVE ZEROS TO TAB-BAL-INICIAL(WRK-QTD-CONTAS)
                                 TAB-BAL-DEBITOS(WRK-QTD-CONTAS)
                                 TAB-BAL-CREDITOS(WRK-QTD-CONTAS)
               ELSE
                   ADD 1 TO WRK-QTD-EXCEDENTES
               END-IF
           END-IF.

       CARREGAR-UMA-CONTA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * CARREGAR-SALDO-ANTERIOR                                   *
      * O SALDO FINAL DE CADA CONTA NO MES ANTERIOR (BALSALDO)    *
      * VIRA O SALDO INICIAL DO MES. SEM NENHUM SALDO GRAVADO DO  *
      * MES ANTERIOR O SALDO INICIAL FICA ZERO, COM AVISO.        *
      *----------------------------------------------------------*
       CARREGAR-SALDO-ANTERIOR.
           OPEN I-O SALDO-BALANCETE.
           IF SLD-ARQ-AUSENTE
               OPEN OUTPUT SALDO-BALANCETE
               CLOSE SALDO-BALANCETE
               OPEN I-O SALDO-BALANCETE
           END-IF.
           MOVE 'N' TO WRK-VARRE.
           MOVE WRK-ANOMES-ANT TO SLD-ANOMES.
           MOVE LOW-VALUES TO SLD-CONTA.
           START SALDO-BALANCETE KEY IS NOT < SLD-CHAVE
               INVALID KEY
                   SET VARREDURA-FIM TO TRUE
           END-START.
           PERFORM CARREGAR-UM-SALDO UNTIL VARREDURA-FIM.
           IF WRK-QTD-SALDOS-ANT = ZEROS
               SET SEM-SALDO-ANTERIOR TO TRUE
               ADD 1 TO WRK-QTD-EXCECOES
               DISPLAY 'SEM SALDOS DO MES ANTERIOR NO BALSALDO - '
                       'SALDO INICIAL ZERO.'
           END-IF.

       CARREGAR-SALDO-ANTERIOR-EXIT.
           EXIT.

       CARREGAR-UM-SALDO.
           READ SALDO-BALANCETE NEXT RECORD
               AT END
                   SET VARREDURA-FIM TO TRUE
           END-READ.
           IF NOT VARREDURA-FIM
               IF SLD-ANOMES NOT = WRK-ANOMES-ANT
                   SET VARREDURA-FIM TO TRUE
               ELSE
                   ADD 1 TO WRK-QTD-SALDOS-ANT
                   MOVE SLD-CONTA TO WRK-CONTA-BUSCA
                   PERFORM LOCALIZAR-CONTA THRU LOCALIZAR-CONTA-EXIT
                   IF WRK-IND-ACHADO > ZEROS
                       MOVE SLD-SALDO-FINAL
                           TO TAB-BAL-INICIAL(WRK-IND-ACHADO)
                       ADD SLD-SALDO-FINAL TO WRK-TOTAL-INICIAL
                   END-IF
               END-IF
           END-IF.

       CARREGAR-UM-SALDO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * APURAR-JORNAL                                             *
      * SOMA POR CONTA OS DEBITOS E CREDITOS DAS LINHAS DO MES    *
      * NO JORNAL-EXTRATO.                                        *
      *----------------------------------------------------------*
       APURAR-JORNAL.
           OPEN INPUT JORNAL-EXTRATO.
           IF JRN-ARQ-AUSENTE
               DISPLAY 'ARQUIVO JRNLEXT NAO ENCONTRADO - MES SEM '
                       'MOVIMENTO.'
               GO TO APURAR-JORNAL-EXIT
           END-IF.
           MOVE 'N' TO WRK-VARRE.
           PERFORM APURAR-UMA-LINHA UNTIL VARREDURA-FIM.
           CLOSE JORNAL-EXTRATO.

       APURAR-JORNAL-EXIT.
           EXIT.

       APURAR-UMA-LINHA.
           READ JORNAL-EXTRATO
               AT END
                   SET VARREDURA-FIM TO TRUE
           END-READ.
           IF NOT VARREDURA-FIM
               COMPUTE WRK-ANOMES-MOV = JRN-DATA / 100
               IF WRK-ANOMES-MOV = WRK-ANOMES
                   ADD 1 TO WRK-QTD-LINHAS
                   IF JRN-DEBITO
                       ADD JRN-VALOR TO WRK-TOTAL-DEBITOS
                   ELSE
                       ADD JRN-VALOR TO WRK-TOTAL-CREDITOS
                   END-IF
                   MOVE JRN-CONTA TO WRK-CONTA-BUSCA
                   PERFORM LOCALIZAR-CONTA THRU LOCALIZAR-CONTA-EXIT
                   IF WRK-IND-ACHADO > ZEROS
                       IF JRN-DEBITO
                           ADD JRN-VALOR
                               TO TAB-BAL-DEBITOS(WRK-IND-ACHADO)
                       ELSE
                           ADD JRN-VALOR
                               TO TAB-BAL-CREDITOS(WRK-IND-ACHADO)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       APURAR-UMA-LINHA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * APURAR-RETIDAS                                            *
      * TOTALIZA AS LINHAS DO MES AINDA RETIDAS NO JRNHELD (MES   *
      * FECHADO OU CONTA FORA DO PLANO) - NAO ENTRAM NO BALANCETE *
      * ATE A LIBERACAO PELO JRNHREL.                             *
      *----------------------------------------------------------*
       APURAR-RETIDAS.
           OPEN INPUT JORNAL-RETIDO.
           IF RET-ARQ-AUSENTE
               GO TO APURAR-RETIDAS-EXIT
           END-IF.
           MOVE 'N' TO WRK-VARRE.
           PERFORM APURAR-UMA-RETIDA UNTIL VARREDURA-FIM.
           CLOSE JORNAL-RETIDO.

       APURAR-RETIDAS-EXIT.
           EXIT.

       APURAR-UMA-RETIDA.
           READ JORNAL-RETIDO
               AT END
                   SET VARREDURA-FIM TO TRUE
           END-READ.
           IF NOT VARREDURA-FIM
               COMPUTE WRK-ANOMES-MOV = JRH-DATA / 100
               IF WRK-ANOMES-MOV = WRK-ANOMES
                   ADD 1 TO WRK-QTD-RETIDAS
                   IF JRH-DEBITO
                       ADD JRH-VALOR TO WRK-RETIDO-DEBITOS
                   ELSE
                       ADD JRH-VALOR TO WRK-RETIDO-CREDITOS
                   END-IF
               END-IF
           END-IF.

       APURAR-UMA-RETIDA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * CONFERIR-PERIODO                                          *
      * SO O MES FECHADO NO CONTROLE PERCTL DA BALANCETE          *
      * DEFINITIVO. MES SEM REGISTRO OU CONTROLE AUSENTE VALE     *
      * COMO ABERTO.                                              *
      *----------------------------------------------------------*
       CONFERIR-PERIODO.
           OPEN INPUT PERIODO-CONTABIL.
           IF PER-ARQ-AUSENTE
               DISPLAY 'CONTROLE PERCTL AUSENTE - BALANCETE '
                       'PRELIMINAR.'
               GO TO CONFERIR-PERIODO-EXIT
           END-IF.
           MOVE WRK-ANOMES TO PER-ANOMES.
           READ PERIODO-CONTABIL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PER-FECHADO
                       SET BALANCETE-DEFINITIVO TO TRUE
                   END-IF
           END-READ.
           CLOSE PERIODO-CONTABIL.

       CONFERIR-PERIODO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LOCALIZAR-CONTA                                           *
      * WRK-IND-ACHADO = POSICAO DE WRK-CONTA-BUSCA NA TABELA.    *
      * CONTA AUSENTE E INCLUIDA NO FIM, MARCADA FORA DO PLANO;   *
      * COM A TABELA CHEIA WRK-IND-ACHADO FICA ZERO.              *
      *----------------------------------------------------------*
       LOCALIZAR-CONTA.
           MOVE ZEROS TO WRK-IND-ACHADO.
           PERFORM COMPARAR-CONTA
               VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > WRK-QTD-CONTAS
                  OR WRK-IND-ACHADO > ZEROS.
           IF WRK-IND-ACHADO > ZEROS
               GO TO LOCALIZAR-CONTA-EXIT
           END-IF.
           IF WRK-QTD-CONTAS NOT < 300
               ADD 1 TO WRK-QTD-EXCEDENTES
               GO TO LOCALIZAR-CONTA-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-CONTAS.
           MOVE WRK-QTD-CONTAS TO WRK-IND-ACHADO.
           MOVE WRK-CONTA-BUSCA TO TAB-BAL-CONTA(WRK-IND-ACHADO).
           MOVE '*FORA DO PLANO*' TO TAB-BAL-DESCRICAO(WRK-IND-ACHADO).
           MOVE SPACES TO TAB-BAL-TIPO(WRK-IND-ACHADO)
                          TAB-BAL-CONTABIL(WRK-IND-ACHADO).
           MOVE 'N' TO TAB-BAL-PLANO(WRK-IND-ACHADO).
           MOVE ZEROS TO TAB-BAL-INICIAL(WRK-IND-ACHADO)
                         TAB-BAL-DEBITOS(WRK-IND-ACHADO)
                         TAB-BAL-CREDITOS(WRK-IND-ACHADO).

       LOCALIZAR-CONTA-EXIT.
           EXIT.

       COMPARAR-CONTA.
           IF TAB-BAL-CONTA(WRK-IND) = WRK-CONTA-BUSCA
               MOVE WRK-IND TO WRK-IND-ACHADO
           END-IF.

      *----------------------------------------------------------*
      * PREPARAR-SALDO                                            *
      * EDITA WRK-SALDO EM VALOR ABSOLUTO (WRK-SALDO-ED) COM A    *
      * NATUREZA D (DEVEDOR) OU C (CREDOR) EM WRK-SALDO-DC.       *
      *----------------------------------------------------------*
       PREPARAR-SALDO.
           IF WRK-SALDO < ZEROS
               COMPUTE WRK-SALDO-ED = ZEROS - WRK-SALDO
               MOVE 'C' TO WRK-SALDO-DC
           ELSE
               MOVE WRK-SALDO TO WRK-SALDO-ED
               IF WRK-SALDO > ZEROS
                   MOVE 'D' TO WRK-SALDO-DC
               ELSE
                   MOVE SPACES TO WRK-SALDO-DC
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * IMPRIMIR-CONTA                                            *
      * UMA LINHA POR CONTA COM SALDO OU MOVIMENTO NO MES, E POR  *
      * CONTA ATIVA DO PLANO MESMO SEM MOVIMENTO. O SALDO FINAL   *
      * E O INICIAL MAIS DEBITOS MENOS CREDITOS.                  *
      *----------------------------------------------------------*
       IMPRIMIR-CONTA.
           COMPUTE WRK-SALDO-FINAL = TAB-BAL-INICIAL(WRK-IND)
                                   + TAB-BAL-DEBITOS(WRK-IND)
                                   - TAB-BAL-CREDITOS(WRK-IND).
           ADD WRK-SALDO-FINAL TO WRK-TOTAL-FINAL.
           IF TAB-BAL-PLANO(WRK-IND) = 'N'
               ADD 1 TO WRK-QTD-FORA-PLANO
           END-IF.
           IF TAB-BAL-PLANO(WRK-IND) NOT = 'A'
              AND TAB-BAL-INICIAL(WRK-IND) = ZEROS
              AND TAB-BAL-DEBITOS(WRK-IND) = ZEROS
              AND TAB-BAL-CREDITOS(WRK-IND) = ZEROS
               GO TO IMPRIMIR-CONTA-EXIT
           END-IF.
           MOVE TAB-BAL-CONTA(WRK-IND) TO LIN-CONTA.
           MOVE TAB-BAL-DESCRICAO(WRK-IND) TO LIN-DESCRICAO.
           MOVE TAB-BAL-TIPO(WRK-IND) TO LIN-TIPO.
           MOVE TAB-BAL-CONTABIL(WRK-IND) TO LIN-CONTABIL.
           MOVE TAB-BAL-INICIAL(WRK-IND) TO WRK-SALDO.
           PERFORM PREPARAR-SALDO.
           MOVE WRK-SALDO-ED TO LIN-INICIAL.
           MOVE WRK-SALDO-DC TO LIN-INICIAL-DC.
           MOVE TAB-BAL-DEBITOS(WRK-IND) TO LIN-DEBITOS.
           MOVE TAB-BAL-CREDITOS(WRK-IND) TO LIN-CREDITOS.
           MOVE WRK-SALDO-FINAL TO WRK-SALDO.
           PERFORM PREPARAR-SALDO.
           MOVE WRK-SALDO-ED TO LIN-FINAL.
           MOVE WRK-SALDO-DC TO LIN-FINAL-DC.
           MOVE LINHA-DETALHE TO LINHA-BALANCETE.
           WRITE LINHA-BALANCETE.

       IMPRIMIR-CONTA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * IMPRIMIR-CONFERENCIAS                                     *
      * DEBITOS X CREDITOS DO MES, CONTAS FORA DO PLANO, TABELA   *
      * CHEIA E LINHAS DO MES AINDA RETIDAS NO JRNHELD.           *
      *----------------------------------------------------------*
       IMPRIMIR-CONFERENCIAS.
           MOVE SPACES TO LINHA-BALANCETE.
           IF WRK-TOTAL-DEBITOS = WRK-TOTAL-CREDITOS
               MOVE 'DEBITOS E CREDITOS DO MES CONFEREM.'
                   TO LINHA-BALANCETE
           ELSE
               ADD 1 TO WRK-QTD-EXCECOES
               COMPUTE WRK-VALOR-ED = WRK-TOTAL-DEBITOS
                                    - WRK-TOTAL-CREDITOS
               STRING 'DEBITOS E CREDITOS DO MES NAO CONFEREM - '
                          DELIMITED BY SIZE
                      'DIFERENCA ' DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      ' - VER JRNRECON.' DELIMITED BY SIZE
                      INTO LINHA-BALANCETE
           END-IF.
           WRITE LINHA-BALANCETE.
           IF WRK-QTD-FORA-PLANO > ZEROS
               ADD 1 TO WRK-QTD-EXCECOES
               MOVE SPACES TO LINHA-BALANCETE
               STRING 'CONTAS FORA DO PLANO DE CONTAS: '
                          DELIMITED BY SIZE
                      WRK-QTD-FORA-PLANO DELIMITED BY SIZE
                      ' - CADASTRAR NO PLCMNT.' DELIMITED BY SIZE
                      INTO LINHA-BALANCETE
               WRITE LINHA-BALANCETE
           END-IF.
           IF WRK-QTD-EXCEDENTES > ZEROS
               ADD 1 TO WRK-QTD-EXCECOES
               MOVE SPACES TO LINHA-BALANCETE
               STRING 'TABELA DE CONTAS CHEIA (300) - '
                          DELIMITED BY SIZE
                      WRK-QTD-EXCEDENTES DELIMITED BY SIZE
                      ' REGISTRO(S) SEM CONTA NO BALANCETE.'
                          DELIMITED BY SIZE
                      INTO LINHA-BALANCETE
               WRITE LINHA-BALANCETE
           END-IF.
           IF WRK-QTD-RETIDAS > ZEROS
               ADD 1 TO WRK-QTD-EXCECOES
               MOVE SPACES TO LINHA-BALANCETE
               STRING 'LINHAS DO MES RETIDAS NO JRNHELD, FORA DO '
                          DELIMITED BY SIZE
                      'BALANCETE: ' DELIMITED BY SIZE
                      WRK-QTD-RETIDAS DELIMITED BY SIZE
                      ' - VER JRNHLIST.' DELIMITED BY SIZE
                      INTO LINHA-BALANCETE
               WRITE LINHA-BALANCETE
               MOVE WRK-RETIDO-DEBITOS TO WRK-VALOR-ED
               MOVE SPACES TO LINHA-BALANCETE
               STRING '  DEBITOS RETIDOS.: ' DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      INTO LINHA-BALANCETE
               WRITE LINHA-BALANCETE
               MOVE WRK-RETIDO-CREDITOS TO WRK-VALOR-ED
               MOVE SPACES TO LINHA-BALANCETE
               STRING '  CREDITOS RETIDOS: ' DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      INTO LINHA-BALANCETE
               WRITE LINHA-BALANCETE
           END-IF.

      *----------------------------------------------------------*
      * GRAVAR-SALDO                                              *
      * GRAVA (OU REGRAVA, NA REEXECUCAO) O SALDO DO MES DE CADA  *
      * CONTA NO BALSALDO - SO NO BALANCETE DEFINITIVO.           *
      *----------------------------------------------------------*
       GRAVAR-SALDO.
           MOVE 'N' TO WRK-REG-EXISTE.
           MOVE WRK-ANOMES TO SLD-ANOMES.
           MOVE TAB-BAL-CONTA(WRK-IND) TO SLD-CONTA.
           READ SALDO-BALANCETE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-REG-EXISTE
           END-READ.
           MOVE WRK-ANOMES TO SLD-ANOMES.
           MOVE TAB-BAL-CONTA(WRK-IND) TO SLD-CONTA.
           MOVE TAB-BAL-INICIAL(WRK-IND) TO SLD-SALDO-INICIAL.
           MOVE TAB-BAL-DEBITOS(WRK-IND) TO SLD-DEBITOS.
           MOVE TAB-BAL-CREDITOS(WRK-IND) TO SLD-CREDITOS.
           COMPUTE SLD-SALDO-FINAL = TAB-BAL-INICIAL(WRK-IND)
                                   + TAB-BAL-DEBITOS(WRK-IND)
                                   - TAB-BAL-CREDITOS(WRK-IND).
           MOVE RUNDATE-HOJE TO SLD-DATA-APURACAO.
           IF SALDO-CADASTRADO
               REWRITE REG-SALDO-BALANCETE
           ELSE
               WRITE REG-SALDO-BALANCETE
           END-IF.
           ADD 1 TO WRK-QTD-GRAVADOS.

           COPY 'RPTHDRP.CPY'.
           COPY 'RUNDATEP.CPY'.
