       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATIVIDADE05L.
      **********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = KIVIA(ALURA) KIVIAAL
      *OBJETIVO: RELATORIO MENSAL DE EXPOSICAO AO FGC - ORDENA O
      *INVESTIMENTO-LEDGER PELO CPF DO TITULAR (COMO A LISTAGEM
      *CRUZADA ATIVIDADE05R), SOMA OS SALDOS DAS CONTAS NAO
      *ENCERRADAS DE PRODUTO GARANTIDO (CDB E LCI) DE CADA CPF E
      *LISTA EM FGCREL TODO CPF CUJA SOMA ATINGE O PERCENTUAL DE
      *ALERTA DO TETO (FGC-LIMITE-MIL E FGC-ALERTA-PCT EM
      *PARAMETROS, FGCW/FGCP.CPY), COM O NOME DO CADASTRO, A
      *QUANTIDADE DE CONTAS, O PERCENTUAL DO TETO E A PARTE SEM
      *GARANTIA - PARA O GERENTE AVISAR O CLIENTE DE QUE O
      *DINHEIRO ALEM DO TETO NAO ESTA COBERTO. CONTAS SEM CPF NAO
      *ENTRAM NA SOMA.
      *DATA   = 03/05/22
      *HISTORICO DE ALTERACOES
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVESTIMENTO-LEDGER ASSIGN TO "INVLEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDGER-CONTA
               FILE STATUS IS WRK-LEDGER-STATUS.

           SELECT CADASTRO-CLIENTE ASSIGN TO "CADCLI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CPF
               ALTERNATE RECORD KEY IS REG-NOME
                   WITH DUPLICATES
               FILE STATUS IS WRK-CLI-STATUS.

           SELECT PARAMETROS ASSIGN TO "PARAMETR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARM-CHAVE
               FILE STATUS IS PARM-WS-STATUS.

           SELECT RELATORIO-FGC ASSIGN TO "FGCREL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.

           SELECT RUN-STATS ASSIGN TO "RUNSTATS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATS-WS-STATUS.

           SELECT WRK-SORT-FILE ASSIGN TO "LEDSRT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INVESTIMENTO-LEDGER.
           COPY 'LEDGER.CPY'.

       FD  CADASTRO-CLIENTE.
           COPY 'CLIREG.CPY'.

       FD  PARAMETROS.
           COPY 'PARAMETROS.CPY'.

       FD  RELATORIO-FGC.
       01  LINHA-FGC           PIC X(80).

       FD  RUN-STATS.
           COPY 'RUNSTATS.CPY'.

       SD  WRK-SORT-FILE.
       01  REG-LEDGER-SORT.
           05 SRT-CONTA        PIC 9(06).
           05 SRT-SALDO        PIC S9(08)V99.
           05 SRT-TIPO-PROD    PIC X(08).
           05 SRT-CPF          PIC 9(11).
           05 SRT-SITUACAO     PIC X(01).
               88 SRT-CONTA-ENCERRADA VALUE 'E'.
           05 SRT-VENCIMENTO   PIC 9(08).

       WORKING-STORAGE SECTION.
           COPY 'RUNSTATSW.CPY'.
           COPY 'PARAMETROSW.CPY'.
           COPY 'FGCW.CPY'.
       77 WRK-LEDGER-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-CLI-STATUS PIC X(02) VALUE ZEROS.
           88 CLI-OK VALUE '00'.
           88 CLI-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-CLI-ABERTO PIC X(01) VALUE 'N'.
           88 CADASTRO-ABERTO VALUE 'S'.
       77 WRK-REL-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-FIM-SORT PIC X(01) VALUE 'N'.
           88 SORT-FIM VALUE 'S'.
       77 WRK-CPF-ED PIC *********/99 VALUE ZEROS.
       77 WRK-NOME-TITULAR PIC X(20) VALUE SPACES.
       77 WRK-PCT-TETO PIC 9(05)V99 VALUE ZEROS.
       77 WRK-PCT-ED PIC ZZZZ9,99 VALUE ZEROS.
       77 WRK-SITUACAO-FGC PIC X(16) VALUE SPACES.
       77 WRK-QTD-CONTAS-ED PIC ZZ9 VALUE ZEROS.
       77 WRK-TOTAL-CONTAS PIC 9(07) VALUE ZEROS.
       77 WRK-TOTAL-CPFS PIC 9(07) VALUE ZEROS.
       77 WRK-TOTAL-ALERTA PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-ACIMA PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-DESCOBERTO PIC S9(12)V99 VALUE ZEROS.
           COPY 'MONEYS.CPY' REPLACING ==MONEY-FIELD-NAME==
               BY ==WRK-EXPOSICAO-ED==.
           COPY 'MONEYS.CPY' REPLACING ==MONEY-FIELD-NAME==
               BY ==WRK-DESCOBERTO-ED==.
           COPY 'MONEY.CPY' REPLACING ==MONEY-FIELD-NAME==
               BY ==WRK-LIMITE-ED==.
           COPY 'RUNDATE.CPY'.
           COPY 'RPTHDR.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM OBTER-DATA-EXECUCAO.
           DISPLAY 'ATIVIDADE05L' '   DATA: ' RUNDATE-HOJE-ED.
           PERFORM CARREGAR-LIMITE-FGC.
           PERFORM FECHAR-PARAMETROS.

           OPEN INPUT CADASTRO-CLIENTE.
           IF CLI-NAO-ENCONTRADO
               DISPLAY 'CADASTRO DE CLIENTES INEXISTENTE.'
           ELSE
               SET CADASTRO-ABERTO TO TRUE
           END-IF.
           OPEN OUTPUT RELATORIO-FGC.

           SORT WRK-SORT-FILE
               ON ASCENDING KEY SRT-CPF SRT-CONTA
               USING INVESTIMENTO-LEDGER
               OUTPUT PROCEDURE IS 0002-APURAR-EXPOSICAO.

           IF CADASTRO-ABERTO
               CLOSE CADASTRO-CLIENTE
           END-IF.

           PERFORM 0003-FINALIZAR.

           STOP RUN.

      *----------------------------------------------------------*
      * 0002-APURAR-EXPOSICAO                                     *
      * PERCORRE A ORDENACAO POR CPF ACUMULANDO AS CONTAS         *
      * GARANTIDAS; A CADA QUEBRA DE CPF CONFERE O TOTAL CONTRA   *
      * O ALERTA E O TETO.                                        *
      *----------------------------------------------------------*
       0002-APURAR-EXPOSICAO.
           MOVE 'EXPOSICAO AO FGC POR CPF' TO RPT-HDR-TITULO.
           PERFORM MONTAR-CABECALHO-RELATORIO.
           MOVE RPT-HDR-LINHA TO LINHA-FGC.
           WRITE LINHA-FGC.
           MOVE FGC-WS-LIMITE TO WRK-LIMITE-ED.
           MOVE FGC-WS-ALERTA-PCT TO WRK-PCT-ED.
           MOVE SPACES TO LINHA-FGC.
           STRING 'TETO POR CPF: ' DELIMITED BY SIZE
                  WRK-LIMITE-ED DELIMITED BY SIZE
                  '   ALERTA A PARTIR DE ' DELIMITED BY SIZE
                  WRK-PCT-ED DELIMITED BY SIZE
                  ' % DO TETO' DELIMITED BY SIZE
                  INTO LINHA-FGC.
           WRITE LINHA-FGC.

           MOVE ZEROS TO FGC-WS-CPF.
           MOVE ZEROS TO FGC-WS-EXPOSICAO.
           MOVE ZEROS TO FGC-WS-QTD-CONTAS.
           RETURN WRK-SORT-FILE
               AT END
                   SET SORT-FIM TO TRUE
           END-RETURN.
           PERFORM ACUMULAR-CONTA-FGC UNTIL SORT-FIM.
           PERFORM CONFERIR-CPF-FGC THRU CONFERIR-CPF-FGC-EXIT.

           MOVE SPACES TO LINHA-FGC.
           WRITE LINHA-FGC.
           MOVE SPACES TO LINHA-FGC.
           STRING 'CPFS COM PRODUTO GARANTIDO: ' DELIMITED BY SIZE
                  WRK-TOTAL-CPFS DELIMITED BY SIZE
                  '  NO ALERTA: ' DELIMITED BY SIZE
                  WRK-TOTAL-ALERTA DELIMITED BY SIZE
                  '  ACIMA DO TETO: ' DELIMITED BY SIZE
                  WRK-TOTAL-ACIMA DELIMITED BY SIZE
                  INTO LINHA-FGC.
           WRITE LINHA-FGC.
           MOVE WRK-TOTAL-DESCOBERTO TO WRK-DESCOBERTO-ED.
           MOVE SPACES TO LINHA-FGC.
           STRING 'TOTAL SEM GARANTIA DO FGC: ' DELIMITED BY SIZE
                  WRK-DESCOBERTO-ED DELIMITED BY SIZE
                  INTO LINHA-FGC.
           WRITE LINHA-FGC.

       0003-FINALIZAR.
           CLOSE RELATORIO-FGC.
           DISPLAY 'CONTAS LIDAS................: ' WRK-TOTAL-CONTAS.
           DISPLAY 'CPFS COM PRODUTO GARANTIDO..: ' WRK-TOTAL-CPFS.
           DISPLAY 'CPFS NO ALERTA OU ACIMA.....: ' WRK-TOTAL-ALERTA.
           DISPLAY 'CPFS ACIMA DO TETO..........: ' WRK-TOTAL-ACIMA.
           DISPLAY 'RELATORIO GRAVADO EM FGCREL.'.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

           MOVE WRK-TOTAL-CONTAS TO STATS-REGISTROS.
           PERFORM GRAVAR-RUNSTATS.

      *----------------------------------------------------------*
      * ACUMULAR-CONTA-FGC                                        *
      * SOMA A CONTA CORRENTE DA ORDENACAO NO CPF EM CURSO,       *
      * FECHANDO O CPF ANTERIOR QUANDO O CPF MUDA.                *
      *----------------------------------------------------------*
       ACUMULAR-CONTA-FGC.
           ADD 1 TO WRK-TOTAL-CONTAS.
           IF SRT-CPF NOT = FGC-WS-CPF
               PERFORM CONFERIR-CPF-FGC THRU CONFERIR-CPF-FGC-EXIT
               MOVE SRT-CPF TO FGC-WS-CPF
               MOVE ZEROS TO FGC-WS-EXPOSICAO
               MOVE ZEROS TO FGC-WS-QTD-CONTAS
           END-IF.

           MOVE SRT-TIPO-PROD TO FGC-WS-TIPO-PROD.
           IF SRT-CPF NOT = ZEROS
               AND FGC-PRODUTO-GARANTIDO
               AND NOT SRT-CONTA-ENCERRADA
               ADD SRT-SALDO TO FGC-WS-EXPOSICAO
               ADD 1 TO FGC-WS-QTD-CONTAS
           END-IF.

           RETURN WRK-SORT-FILE
               AT END
                   SET SORT-FIM TO TRUE
           END-RETURN.

       ACUMULAR-CONTA-FGC-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * CONFERIR-CPF-FGC                                          *
      * CPF COM CONTA GARANTIDA ENTRA NA CONTAGEM; O QUE ATINGE   *
      * O ALERTA VAI PARA O RELATORIO COM O PERCENTUAL DO TETO E  *
      * A PARTE SEM GARANTIA.                                     *
      *----------------------------------------------------------*
       CONFERIR-CPF-FGC.
           IF FGC-WS-QTD-CONTAS = ZEROS
               GO TO CONFERIR-CPF-FGC-EXIT
           END-IF.
           ADD 1 TO WRK-TOTAL-CPFS.
           IF FGC-WS-EXPOSICAO < FGC-WS-ALERTA
               GO TO CONFERIR-CPF-FGC-EXIT
           END-IF.

           ADD 1 TO WRK-TOTAL-ALERTA.
           MOVE ZEROS TO FGC-WS-DESCOBERTO.
           IF FGC-WS-EXPOSICAO > FGC-WS-LIMITE
               SET FGC-ACIMA-LIMITE TO TRUE
               ADD 1 TO WRK-TOTAL-ACIMA
               COMPUTE FGC-WS-DESCOBERTO =
                   FGC-WS-EXPOSICAO - FGC-WS-LIMITE
               ADD FGC-WS-DESCOBERTO TO WRK-TOTAL-DESCOBERTO
               MOVE 'ACIMA DO TETO' TO WRK-SITUACAO-FGC
           ELSE
               SET FGC-DENTRO-LIMITE TO TRUE
               MOVE 'PROXIMO DO TETO' TO WRK-SITUACAO-FGC
           END-IF.
           COMPUTE WRK-PCT-TETO ROUNDED =
               FGC-WS-EXPOSICAO * 100 / FGC-WS-LIMITE
               ON SIZE ERROR
                   MOVE 99999,99 TO WRK-PCT-TETO
           END-COMPUTE.

           PERFORM BUSCAR-TITULAR.
           MOVE FGC-WS-CPF TO WRK-CPF-ED.
           MOVE FGC-WS-QTD-CONTAS TO WRK-QTD-CONTAS-ED.
           MOVE SPACES TO LINHA-FGC.
           WRITE LINHA-FGC.
           MOVE SPACES TO LINHA-FGC.
           STRING 'CPF ' DELIMITED BY SIZE
                  WRK-CPF-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-NOME-TITULAR DELIMITED BY SIZE
                  ' CONTAS ' DELIMITED BY SIZE
                  WRK-QTD-CONTAS-ED DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WRK-SITUACAO-FGC DELIMITED BY SIZE
                  INTO LINHA-FGC.
           WRITE LINHA-FGC.
           MOVE FGC-WS-EXPOSICAO TO WRK-EXPOSICAO-ED.
           MOVE WRK-PCT-TETO TO WRK-PCT-ED.
           MOVE FGC-WS-DESCOBERTO TO WRK-DESCOBERTO-ED.
           MOVE SPACES TO LINHA-FGC.
           STRING '   EXPOSICAO ' DELIMITED BY SIZE
                  WRK-EXPOSICAO-ED DELIMITED BY SIZE
                  WRK-PCT-ED DELIMITED BY SIZE
                  ' %  SEM GARANTIA ' DELIMITED BY SIZE
                  WRK-DESCOBERTO-ED DELIMITED BY SIZE
                  INTO LINHA-FGC.
           WRITE LINHA-FGC.

       CONFERIR-CPF-FGC-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * BUSCAR-TITULAR                                            *
      * BUSCA O NOME DO TITULAR NO CADASTRO-CLIENTE.              *
      *----------------------------------------------------------*
       BUSCAR-TITULAR.
           MOVE '*** SEM CADASTRO ***' TO WRK-NOME-TITULAR.
           IF CADASTRO-ABERTO
               MOVE FGC-WS-CPF TO REG-CPF
               READ CADASTRO-CLIENTE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE REG-NOME TO WRK-NOME-TITULAR
               END-READ
           END-IF.

       BUSCAR-TITULAR-EXIT.
           EXIT.

           COPY 'RUNDATEP.CPY'.
           COPY 'RPTHDRP.CPY'.
           COPY 'PARAMETROSP.CPY'.
           COPY 'FGCP.CPY'.
           COPY 'RUNSTATSP.CPY' REPLACING ==STATS-PROGRAM-ID==
               BY =='ATIVIDADE05L'==.
