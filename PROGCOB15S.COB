       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB15S.
      **********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = KIVIA(ALURA) KIVIAAL
      *OBJETIVO: REGUA DE COBRANCA NOTURNA - ORDENA O ARQUIVO
      *RECEB PELO CPF DO CLIENTE E, PARA CADA CLIENTE COM
      *PARCELAS ABERTAS VENCIDAS, ENQUADRA O ATRASO DA PARCELA
      *MAIS ANTIGA NUM DOS TRES NIVEIS DA REGUA: 1 = LEMBRETE
      *AMIGAVEL, 2 = NOTIFICACAO FORMAL, 3 = AVISO PRE-JURIDICO.
      *OS DIAS DE ATRASO QUE ABREM CADA NIVEL (COBR-DIAS-NIVEL1/
      *2/3, PADRAO 5, 30 E 60) E O TEXTO DE CADA CARTA (COBR-
      *TEXTO-NIVEL1/2/3) VEM DE PARAMETROS. A CARTA SAI EM
      *COBRCART COM NOME E ENDERECO DO CADASTRO-CLIENTE E FICA
      *REGISTRADA NO HISTORICO COBRHIST, QUE IMPEDE REEMITIR O
      *MESMO NIVEL PARA O MESMO ATRASO E ALIMENTA A CONSULTA 360
      *ATIVIDADE01Q. CLIENTE SEM CADASTRO NAO RECEBE CARTA NEM
      *ENTRA NO HISTORICO - FICA LISTADO PARA O ACERTO DO
      *CADASTRO E E COBRADO NA RODADA SEGUINTE. A CONTAGEM DE
      *DIAS USA A DATA CORRIDA (FUNCTION INTEGER-OF-DATE), COMO
      *O AGING PROGCOB15L.
      *DATA   = 24/04/22
      *HISTORICO DE ALTERACOES
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAS-RECEBER ASSIGN TO "RECEB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-CHAVE
               FILE STATUS IS WRK-REC-STATUS.

           SELECT CADASTRO-CLIENTE ASSIGN TO "CADCLI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CPF
               ALTERNATE RECORD KEY IS REG-NOME
                   WITH DUPLICATES
               FILE STATUS IS WRK-CLI-STATUS.

           SELECT COBRANCA-HISTORICO ASSIGN TO "COBRHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COBR-CHAVE
               FILE STATUS IS WRK-COBR-STATUS.

           SELECT CARTAS-COBRANCA ASSIGN TO "COBRCART"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-CART-STATUS.

           SELECT PARAMETROS ASSIGN TO "PARAMETR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARM-CHAVE
               FILE STATUS IS PARM-WS-STATUS.

           SELECT RUN-STATS ASSIGN TO "RUNSTATS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATS-WS-STATUS.

           SELECT WRK-SORT-FILE ASSIGN TO "COBRSRT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTAS-RECEBER.
           COPY 'RECEB.CPY'.

       FD  CADASTRO-CLIENTE.
           COPY 'CLIREG.CPY'.

       FD  COBRANCA-HISTORICO.
           COPY 'COBRHIST.CPY'.

       FD  CARTAS-COBRANCA.
       01  LINHA-CARTA         PIC X(80).

       FD  PARAMETROS.
           COPY 'PARAMETROS.CPY'.

       FD  RUN-STATS.
           COPY 'RUNSTATS.CPY'.

      *O REGISTRO DE ORDENACAO ACOMPANHA O LAYOUT DO RECEB.CPY
       SD  WRK-SORT-FILE.
       01  REG-RECEB-SORT.
           05 SRT-CONTRATO         PIC 9(06).
           05 SRT-PARCELA          PIC 9(02).
           05 SRT-CPF              PIC 9(11).
           05 SRT-VENDEDOR         PIC 9(04).
           05 SRT-DATA-VENDA       PIC 9(08).
           05 SRT-QTD-PARCELAS     PIC 9(02).
           05 SRT-VENCIMENTO       PIC 9(08).
           05 SRT-VALOR            PIC 9(07)V99.
           05 SRT-SITUACAO         PIC X(01).
               88 SRT-ABERTA           VALUE 'A'.
           05 SRT-DATA-PGTO        PIC 9(08).
           05 SRT-TAXA-MENSAL      PIC 9(02)V9999.
           05 SRT-VALOR-JUROS      PIC 9(07)V99.
           05 SRT-SALDO            PIC 9(07)V99.
           05 SRT-VALOR-PAGO       PIC 9(07)V99.
           05 SRT-ENCARGOS         PIC 9(07)V99.
           05 SRT-CONTRATO-ORIGEM  PIC 9(06).

       WORKING-STORAGE SECTION.
           COPY 'RUNSTATSW.CPY'.
           COPY 'PARAMETROSW.CPY'.
       77 WRK-REC-STATUS PIC X(02) VALUE ZEROS.
           88 REC-OK VALUE '00'.
           88 REC-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-CLI-STATUS PIC X(02) VALUE ZEROS.
           88 CLI-OK VALUE '00'.
           88 CLI-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-COBR-STATUS PIC X(02) VALUE ZEROS.
           88 COBR-OK VALUE '00'.
           88 COBR-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-CART-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-FIM-SORT PIC X(01) VALUE 'N'.
           88 SORT-FIM VALUE 'S'.
       77 WRK-CLIENTES-ABERTO PIC X(01) VALUE 'N'.
           88 CLIENTES-DISPONIVEIS VALUE 'S'.

      *REGUA DE COBRANCA (PARAMETROS COBR-DIAS-NIVELn E
      *COBR-TEXTO-NIVELn; OS VALORES ABAIXO SAO O PADRAO)
       77 WRK-DIAS-NIVEL1 PIC 9(05) VALUE 5.
       77 WRK-DIAS-NIVEL2 PIC 9(05) VALUE 30.
       77 WRK-DIAS-NIVEL3 PIC 9(05) VALUE 60.
       77 WRK-TEXTO-NIVEL1 PIC X(40)
           VALUE 'LEMBRAMOS QUE HA PARCELA VENCIDA ABERTA'.
       77 WRK-TEXTO-NIVEL2 PIC X(40)
           VALUE 'FICA NOTIFICADO DO DEBITO VENCIDO ABAIXO'.
       77 WRK-TEXTO-NIVEL3 PIC X(40)
           VALUE 'SEM ACORDO, O DEBITO SEGUE AO JURIDICO'.

      *ACUMULADORES DO CLIENTE CORRENTE DA ORDENACAO
       77 WRK-CPF-ATUAL PIC 9(11) VALUE 99999999999.
       77 WRK-QTD-VENCIDAS PIC 9(03) VALUE ZEROS.
       77 WRK-SALDO-VENCIDO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VENC-REF PIC 9(08) VALUE ZEROS.
       77 WRK-MAIOR-ATRASO PIC 9(05) VALUE ZEROS.
       77 WRK-NIVEL PIC 9(01) VALUE ZEROS.
       77 WRK-TITULO-NIVEL PIC X(24) VALUE SPACES.
       77 WRK-TEXTO-CARTA PIC X(40) VALUE SPACES.

       77 WRK-DIAS-HOJE PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-VENC PIC 9(07) VALUE ZEROS.
       77 WRK-ATRASO PIC S9(05) VALUE ZEROS.

       77 WRK-QTD-CARTAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-NIVEL1 PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-NIVEL2 PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-NIVEL3 PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-JA-ENVIADAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-SEM-CADASTRO PIC 9(05) VALUE ZEROS.

       77 WRK-CPF-ED PIC *********/99 VALUE ZEROS.
       77 WRK-VENC-ED PIC 9(04)/99/99 VALUE ZEROS.
           COPY 'MONEY.CPY' REPLACING ==MONEY-FIELD-NAME==
               BY ==WRK-VALOR-ED==.
           COPY 'RUNDATE.CPY'.
           COPY 'RPTHDR.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0002-INICIALIZAR.
           IF NOT REC-NAO-ENCONTRADO
               SORT WRK-SORT-FILE
                   ON ASCENDING KEY SRT-CPF SRT-VENCIMENTO
                   USING CONTAS-RECEBER
                   OUTPUT PROCEDURE IS 0003-EMITIR-CARTAS
           END-IF.
           PERFORM 0004-FINALIZAR.

           STOP RUN.

       0002-INICIALIZAR.

           PERFORM OBTER-DATA-EXECUCAO.
           COMPUTE WRK-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE(RUNDATE-HOJE).

           MOVE 'COBR-DIAS-NIVEL1' TO PARM-CODIGO.
           PERFORM LER-PARAMETRO.
           IF PARM-VALOR > ZEROS
               MOVE PARM-VALOR TO WRK-DIAS-NIVEL1
           END-IF.
           MOVE 'COBR-DIAS-NIVEL2' TO PARM-CODIGO.
           PERFORM LER-PARAMETRO.
           IF PARM-VALOR > ZEROS
               MOVE PARM-VALOR TO WRK-DIAS-NIVEL2
           END-IF.
           MOVE 'COBR-DIAS-NIVEL3' TO PARM-CODIGO.
           PERFORM LER-PARAMETRO.
           IF PARM-VALOR > ZEROS
               MOVE PARM-VALOR TO WRK-DIAS-NIVEL3
           END-IF.
           MOVE 'COBR-TEXTO-NIVEL1' TO PARM-CODIGO.
           PERFORM LER-PARAMETRO.
           IF PARM-VALOR-CHAR NOT = SPACES
               MOVE PARM-VALOR-CHAR TO WRK-TEXTO-NIVEL1
           END-IF.
           MOVE 'COBR-TEXTO-NIVEL2' TO PARM-CODIGO.
           PERFORM LER-PARAMETRO.
           IF PARM-VALOR-CHAR NOT = SPACES
               MOVE PARM-VALOR-CHAR TO WRK-TEXTO-NIVEL2
           END-IF.
           MOVE 'COBR-TEXTO-NIVEL3' TO PARM-CODIGO.
           PERFORM LER-PARAMETRO.
           IF PARM-VALOR-CHAR NOT = SPACES
               MOVE PARM-VALOR-CHAR TO WRK-TEXTO-NIVEL3
           END-IF.
           PERFORM FECHAR-PARAMETROS.

           OPEN INPUT CONTAS-RECEBER.
           IF REC-NAO-ENCONTRADO
               DISPLAY 'ARQUIVO DE RECEBIVEIS (RECEB) NAO '
                       'ENCONTRADO.'
           ELSE
               CLOSE CONTAS-RECEBER
               OPEN INPUT CADASTRO-CLIENTE
               IF CLI-NAO-ENCONTRADO
                   DISPLAY 'CADASTRO DE CLIENTES INEXISTENTE - '
                           'NENHUMA CARTA SERA EMITIDA.'
               ELSE
                   SET CLIENTES-DISPONIVEIS TO TRUE
               END-IF
               OPEN I-O COBRANCA-HISTORICO
               IF COBR-NAO-ENCONTRADO
                   OPEN OUTPUT COBRANCA-HISTORICO
                   CLOSE COBRANCA-HISTORICO
                   OPEN I-O COBRANCA-HISTORICO
               END-IF
               OPEN OUTPUT CARTAS-COBRANCA
               MOVE 'CARTAS DE COBRANCA' TO RPT-HDR-TITULO
               PERFORM MONTAR-CABECALHO-RELATORIO
               MOVE RPT-HDR-LINHA TO LINHA-CARTA
               WRITE LINHA-CARTA
               MOVE SPACES TO LINHA-CARTA
               WRITE LINHA-CARTA
           END-IF.

       0003-EMITIR-CARTAS.
           RETURN WRK-SORT-FILE
               AT END
                   SET SORT-FIM TO TRUE
           END-RETURN.
           PERFORM ACUMULAR-PARCELA UNTIL SORT-FIM.
           IF WRK-CPF-ATUAL NOT = 99999999999
               PERFORM AVALIAR-CLIENTE THRU AVALIAR-CLIENTE-EXIT
           END-IF.

       0004-FINALIZAR.

           IF NOT REC-NAO-ENCONTRADO
               MOVE SPACES TO LINHA-CARTA
               WRITE LINHA-CARTA
               MOVE 'RESUMO DA REGUA DE COBRANCA' TO LINHA-CARTA
               WRITE LINHA-CARTA
               MOVE SPACES TO LINHA-CARTA
               STRING '  LEMBRETES AMIGAVEIS....: ' DELIMITED BY SIZE
                      WRK-QTD-NIVEL1 DELIMITED BY SIZE
                      INTO LINHA-CARTA
               WRITE LINHA-CARTA
               MOVE SPACES TO LINHA-CARTA
               STRING '  NOTIFICACOES FORMAIS...: ' DELIMITED BY SIZE
                      WRK-QTD-NIVEL2 DELIMITED BY SIZE
                      INTO LINHA-CARTA
               WRITE LINHA-CARTA
               MOVE SPACES TO LINHA-CARTA
               STRING '  AVISOS PRE-JURIDICOS...: ' DELIMITED BY SIZE
                      WRK-QTD-NIVEL3 DELIMITED BY SIZE
                      INTO LINHA-CARTA
               WRITE LINHA-CARTA
               MOVE SPACES TO LINHA-CARTA
               STRING '  NIVEL JA ENVIADO.......: ' DELIMITED BY SIZE
                      WRK-QTD-JA-ENVIADAS DELIMITED BY SIZE
                      INTO LINHA-CARTA
               WRITE LINHA-CARTA
               MOVE SPACES TO LINHA-CARTA
               STRING '  SEM CADASTRO...........: ' DELIMITED BY SIZE
                      WRK-QTD-SEM-CADASTRO DELIMITED BY SIZE
                      INTO LINHA-CARTA
               WRITE LINHA-CARTA
               CLOSE CARTAS-COBRANCA
               CLOSE COBRANCA-HISTORICO
               IF CLIENTES-DISPONIVEIS
                   CLOSE CADASTRO-CLIENTE
               END-IF
           END-IF.

           DISPLAY 'PROGCOB15S' '   DATA: ' RUNDATE-HOJE-ED.
           DISPLAY 'CARTAS EMITIDAS......: ' WRK-QTD-CARTAS.
           DISPLAY 'NIVEL JA ENVIADO.....: ' WRK-QTD-JA-ENVIADAS.
           DISPLAY 'CLIENTES SEM CADASTRO: ' WRK-QTD-SEM-CADASTRO.
           DISPLAY 'CARTAS GRAVADAS EM COBRCART.'.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

           MOVE WRK-QTD-CARTAS TO STATS-REGISTROS.
           PERFORM GRAVAR-RUNSTATS.

      *----------------------------------------------------------*
      * ACUMULAR-PARCELA                                          *
      * NA TROCA DE CPF AVALIA O CLIENTE ANTERIOR E ZERA OS       *
      * ACUMULADORES. SO CONTAM AS PARCELAS ABERTAS JA VENCIDAS;  *
      * COMO A ORDENACAO E POR VENCIMENTO DENTRO DO CPF, A        *
      * PRIMEIRA VENCIDA E A MAIS ANTIGA E DA O ATRASO DO         *
      * CLIENTE E O VENCIMENTO DE REFERENCIA DO HISTORICO.        *
      *----------------------------------------------------------*
       ACUMULAR-PARCELA.
           IF SRT-CPF NOT = WRK-CPF-ATUAL
               IF WRK-CPF-ATUAL NOT = 99999999999
                   PERFORM AVALIAR-CLIENTE THRU AVALIAR-CLIENTE-EXIT
               END-IF
               MOVE SRT-CPF TO WRK-CPF-ATUAL
               MOVE ZEROS TO WRK-QTD-VENCIDAS
               MOVE ZEROS TO WRK-SALDO-VENCIDO
               MOVE ZEROS TO WRK-VENC-REF
               MOVE ZEROS TO WRK-MAIOR-ATRASO
           END-IF.

           IF SRT-ABERTA AND SRT-CPF NOT = ZEROS
               COMPUTE WRK-DIAS-VENC =
                   FUNCTION INTEGER-OF-DATE(SRT-VENCIMENTO)
               COMPUTE WRK-ATRASO = WRK-DIAS-HOJE - WRK-DIAS-VENC
               IF WRK-ATRASO > ZEROS
                   ADD 1 TO WRK-QTD-VENCIDAS
                   ADD SRT-SALDO TO WRK-SALDO-VENCIDO
                   IF WRK-VENC-REF = ZEROS
                       MOVE SRT-VENCIMENTO TO WRK-VENC-REF
                       MOVE WRK-ATRASO TO WRK-MAIOR-ATRASO
                   END-IF
               END-IF
           END-IF.

           RETURN WRK-SORT-FILE
               AT END
                   SET SORT-FIM TO TRUE
           END-RETURN.

       ACUMULAR-PARCELA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * AVALIAR-CLIENTE                                           *
      * ENQUADRA O ATRASO DO CLIENTE NA REGUA (O MAIOR NIVEL      *
      * ALCANCADO), DESCARTA O NIVEL JA ENVIADO PARA O MESMO      *
      * VENCIMENTO DE REFERENCIA, BUSCA NOME E ENDERECO NO        *
      * CADASTRO-CLIENTE E EMITE A CARTA.                         *
      *----------------------------------------------------------*
       AVALIAR-CLIENTE.
           IF WRK-QTD-VENCIDAS = ZEROS
               GO TO AVALIAR-CLIENTE-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN WRK-MAIOR-ATRASO >= WRK-DIAS-NIVEL3
                   MOVE 3 TO WRK-NIVEL
                   MOVE 'AVISO PRE-JURIDICO' TO WRK-TITULO-NIVEL
                   MOVE WRK-TEXTO-NIVEL3 TO WRK-TEXTO-CARTA
               WHEN WRK-MAIOR-ATRASO >= WRK-DIAS-NIVEL2
                   MOVE 2 TO WRK-NIVEL
                   MOVE 'NOTIFICACAO FORMAL' TO WRK-TITULO-NIVEL
                   MOVE WRK-TEXTO-NIVEL2 TO WRK-TEXTO-CARTA
               WHEN WRK-MAIOR-ATRASO >= WRK-DIAS-NIVEL1
                   MOVE 1 TO WRK-NIVEL
                   MOVE 'LEMBRETE AMIGAVEL' TO WRK-TITULO-NIVEL
                   MOVE WRK-TEXTO-NIVEL1 TO WRK-TEXTO-CARTA
               WHEN OTHER
                   GO TO AVALIAR-CLIENTE-EXIT
           END-EVALUATE.

           MOVE WRK-CPF-ATUAL TO COBR-CPF.
           MOVE WRK-VENC-REF TO COBR-VENC-REF.
           MOVE WRK-NIVEL TO COBR-NIVEL.
           READ COBRANCA-HISTORICO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-JA-ENVIADAS
                   GO TO AVALIAR-CLIENTE-EXIT
           END-READ.

           MOVE WRK-CPF-ATUAL TO WRK-CPF-ED.
           MOVE '23' TO WRK-CLI-STATUS.
           IF CLIENTES-DISPONIVEIS
               MOVE WRK-CPF-ATUAL TO REG-CPF
               READ CADASTRO-CLIENTE
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF.
           IF NOT CLI-OK
               ADD 1 TO WRK-QTD-SEM-CADASTRO
               MOVE SPACES TO LINHA-CARTA
               STRING '*** CPF ' DELIMITED BY SIZE
                      WRK-CPF-ED DELIMITED BY SIZE
                      ' SEM CADASTRO - CARTA DE NIVEL '
                          DELIMITED BY SIZE
                      WRK-NIVEL DELIMITED BY SIZE
                      ' NAO EMITIDA' DELIMITED BY SIZE
                      INTO LINHA-CARTA
               WRITE LINHA-CARTA
               GO TO AVALIAR-CLIENTE-EXIT
           END-IF.

           PERFORM EMITIR-CARTA.
           PERFORM GRAVAR-HISTORICO-COBRANCA.

       AVALIAR-CLIENTE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * EMITIR-CARTA                                              *
      * IMPRIME A CARTA DO NIVEL ENQUADRADO EM COBRCART.          *
      *----------------------------------------------------------*
       EMITIR-CARTA.
           MOVE ALL '=' TO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE SPACES TO LINHA-CARTA.
           STRING 'CARTA DE COBRANCA - NIVEL ' DELIMITED BY SIZE
                  WRK-NIVEL DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  WRK-TITULO-NIVEL DELIMITED BY SIZE
                  '  DATA ' DELIMITED BY SIZE
                  RUNDATE-HOJE-ED DELIMITED BY SIZE
                  INTO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE SPACES TO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE REG-NOME TO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE REG-ENDERECO TO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE SPACES TO LINHA-CARTA.
           STRING REG-CIDADE DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  REG-UF DELIMITED BY SIZE
                  INTO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE SPACES TO LINHA-CARTA.
           STRING 'CPF ' DELIMITED BY SIZE
                  WRK-CPF-ED DELIMITED BY SIZE
                  INTO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE SPACES TO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE 'PREZADO(A) CLIENTE,' TO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE WRK-TEXTO-CARTA TO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE SPACES TO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE WRK-SALDO-VENCIDO TO WRK-VALOR-ED.
           MOVE SPACES TO LINHA-CARTA.
           STRING 'PARCELAS VENCIDAS: ' DELIMITED BY SIZE
                  WRK-QTD-VENCIDAS DELIMITED BY SIZE
                  '   SALDO EM ATRASO: ' DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  INTO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE WRK-VENC-REF TO WRK-VENC-ED.
           MOVE SPACES TO LINHA-CARTA.
           STRING 'VENCIMENTO MAIS ANTIGO: ' DELIMITED BY SIZE
                  WRK-VENC-ED DELIMITED BY SIZE
                  ' (' DELIMITED BY SIZE
                  WRK-MAIOR-ATRASO DELIMITED BY SIZE
                  ' DIAS DE ATRASO)' DELIMITED BY SIZE
                  INTO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE SPACES TO LINHA-CARTA.
           WRITE LINHA-CARTA.

           ADD 1 TO WRK-QTD-CARTAS.
           EVALUATE WRK-NIVEL
               WHEN 1
                   ADD 1 TO WRK-QTD-NIVEL1
               WHEN 2
                   ADD 1 TO WRK-QTD-NIVEL2
               WHEN OTHER
                   ADD 1 TO WRK-QTD-NIVEL3
           END-EVALUATE.

       EMITIR-CARTA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * GRAVAR-HISTORICO-COBRANCA                                 *
      * REGISTRA A CARTA EMITIDA NO COBRHIST, COM O ATRASO, A     *
      * QUANTIDADE DE PARCELAS E O SALDO VENCIDO DO DIA.          *
      *----------------------------------------------------------*
       GRAVAR-HISTORICO-COBRANCA.
           MOVE WRK-CPF-ATUAL TO COBR-CPF.
           MOVE WRK-VENC-REF TO COBR-VENC-REF.
           MOVE WRK-NIVEL TO COBR-NIVEL.
           MOVE RUNDATE-HOJE TO COBR-DATA-ENVIO.
           MOVE WRK-MAIOR-ATRASO TO COBR-DIAS-ATRASO.
           MOVE WRK-QTD-VENCIDAS TO COBR-QTD-PARCELAS.
           MOVE WRK-SALDO-VENCIDO TO COBR-SALDO.
           WRITE REG-COBRANCA-HIST
               INVALID KEY
                   DISPLAY 'ERRO NA GRAVACAO DO COBRHIST - CPF '
                           WRK-CPF-ED
           END-WRITE.

       GRAVAR-HISTORICO-COBRANCA-EXIT.
           EXIT.

           COPY 'RUNDATEP.CPY'.
           COPY 'RPTHDRP.CPY'.
           COPY 'PARAMETROSP.CPY'.
           COPY 'RUNSTATSP.CPY' REPLACING ==STATS-PROGRAM-ID==
               BY =='PROGCOB15S'==.
