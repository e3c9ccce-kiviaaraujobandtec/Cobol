       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIMREL.
      **********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = KIVIA(ALURA) KIVIAAL
      *OBJETIVO: RELATORIO SEMANAL DE EXPOSICAO DE CREDITO - ORDENA
      *O ARQUIVO RECEB PELO CPF DO CLIENTE E, PARA CADA CLIENTE,
      *SOMA O SALDO DAS PARCELAS ABERTAS E BAIXADAS COMO PERDA
      *(A EXPOSICAO) E O QUE DELE ESTA VENCIDO ALEM DE
      *CREDITO-DIAS-ATR DIAS OU BAIXADO COMO PERDA. O LIMITE VEM
      *DO LIMCRED (OU O PADRAO CREDITO-LIM-PADR). SAI NO LIMREL O
      *CLIENTE EM ATRASO (ATRASO), ACIMA DO LIMITE (ACIMA) OU COM
      *A EXPOSICAO A PARTIR DE CREDITO-ALERTA POR CENTO DO LIMITE
      *(ALERTA). A CONFERENCIA NA VENDA E NA LIBERACAO E A MESMA
      *REGRA (LIMCREDP.CPY); O LIMITE E MANTIDO NO LIMMNT.
      *DATA   = 04/06/22
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
               FILE STATUS IS LIMC-WS-REC-STATUS.

           SELECT LIMITE-CREDITO ASSIGN TO "LIMCRED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIM-CPF
               FILE STATUS IS LIMC-WS-STATUS.

           SELECT CADASTRO-CLIENTE ASSIGN TO "CADCLI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CPF
               ALTERNATE RECORD KEY IS REG-NOME
                   WITH DUPLICATES
               FILE STATUS IS WRK-CLI-STATUS.

           SELECT RELATORIO-LIMITES ASSIGN TO "LIMREL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.

           SELECT PARAMETROS ASSIGN TO "PARAMETR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARM-CHAVE
               FILE STATUS IS PARM-WS-STATUS.

           SELECT RUN-STATS ASSIGN TO "RUNSTATS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATS-WS-STATUS.

           SELECT WRK-SORT-FILE ASSIGN TO "LIMSRT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTAS-RECEBER.
           COPY 'RECEB.CPY'.

       FD  LIMITE-CREDITO.
           COPY 'LIMCRED.CPY'.

       FD  CADASTRO-CLIENTE.
           COPY 'CLIREG.CPY'.

       FD  RELATORIO-LIMITES.
       01  LINHA-LIMITES       PIC X(80).

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
               88 SRT-BAIXADA-PERDA    VALUE 'B'.
           05 SRT-DATA-PGTO        PIC 9(08).
           05 SRT-TAXA-MENSAL      PIC 9(02)V9999.
           05 SRT-VALOR-JUROS      PIC 9(07)V99.
           05 SRT-SALDO            PIC 9(07)V99.
           05 SRT-VALOR-PAGO       PIC 9(07)V99.
           05 SRT-ENCARGOS         PIC 9(07)V99.
           05 SRT-CONTRATO-ORIGEM  PIC 9(06).
           05 SRT-NOSSO-NUMERO     PIC 9(10).

       WORKING-STORAGE SECTION.
           COPY 'RUNSTATSW.CPY'.
           COPY 'PARAMETROSW.CPY'.
           COPY 'LIMCREDW.CPY'.
       77 WRK-CLI-STATUS PIC X(02) VALUE ZEROS.
           88 CLI-OK VALUE '00'.
           88 CLI-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-REL-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-FIM-SORT PIC X(01) VALUE 'N'.
           88 SORT-FIM VALUE 'S'.
       77 WRK-CLIENTES-ABERTO PIC X(01) VALUE 'N'.
           88 CLIENTES-DISPONIVEIS VALUE 'S'.
       77 WRK-RECEB-EXISTE PIC X(01) VALUE 'N'.
           88 RECEB-EXISTE VALUE 'S'.

      *ACUMULADORES DO CLIENTE CORRENTE DA ORDENACAO
       77 WRK-CPF-ATUAL PIC 9(11) VALUE 99999999999.
       77 WRK-PCT-USO PIC 9(05) VALUE ZEROS.
       77 WRK-SITUACAO PIC X(06) VALUE SPACES.
       77 WRK-NOME PIC X(20) VALUE SPACES.

       77 WRK-QTD-CLIENTES PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-LISTADOS PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-ALERTA PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-ACIMA PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-ATRASO PIC 9(07) VALUE ZEROS.
       77 WRK-TOTAL-EXPOSICAO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-VENCIDO PIC 9(11)V99 VALUE ZEROS.

       77 WRK-CPF-ED PIC *********/99 VALUE ZEROS.
       77 WRK-VENC-ED PIC 9(04)/99/99 VALUE ZEROS.
       77 WRK-LIMITE-ED PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-EXPOSICAO-ED PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-PCT-ED PIC ZZ9 VALUE ZEROS.
       77 WRK-QTD-ED PIC Z.ZZZ.ZZ9 VALUE ZEROS.
           COPY 'MONEY.CPY' REPLACING ==MONEY-FIELD-NAME==
               BY ==WRK-VALOR-ED==.
           COPY 'RUNDATE.CPY'.
           COPY 'RPTHDR.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0002-INICIALIZAR.
           IF RECEB-EXISTE
               SORT WRK-SORT-FILE
                   ON ASCENDING KEY SRT-CPF SRT-VENCIMENTO
                   USING CONTAS-RECEBER
                   OUTPUT PROCEDURE IS 0003-AVALIAR-CLIENTES
           END-IF.
           PERFORM 0004-FINALIZAR.

           STOP RUN.

       0002-INICIALIZAR.

           PERFORM OBTER-DATA-EXECUCAO.
           PERFORM ABRIR-LIMITE-CREDITO.

           OPEN INPUT CONTAS-RECEBER.
           IF LIMC-REC-OK
               MOVE 'S' TO WRK-RECEB-EXISTE
               CLOSE CONTAS-RECEBER
           ELSE
               DISPLAY 'ARQUIVO DE RECEBIVEIS (RECEB) NAO '
                       'ENCONTRADO.'
           END-IF.

           OPEN INPUT CADASTRO-CLIENTE.
           IF CLI-OK
               SET CLIENTES-DISPONIVEIS TO TRUE
           END-IF.

           OPEN OUTPUT RELATORIO-LIMITES.
           MOVE 'EXPOSICAO DE CREDITO POR CLIENTE' TO RPT-HDR-TITULO.
           PERFORM MONTAR-CABECALHO-RELATORIO.
           MOVE RPT-HDR-LINHA TO LINHA-LIMITES.
           WRITE LINHA-LIMITES.
           MOVE LIMC-WS-PCT-ALERTA TO WRK-PCT-ED.
           MOVE SPACES TO LINHA-LIMITES.
           STRING 'ALERTA A PARTIR DE ' DELIMITED BY SIZE
                  WRK-PCT-ED DELIMITED BY SIZE
                  '% DO LIMITE - ATRASO ALEM DE ' DELIMITED BY SIZE
                  LIMC-WS-DIAS-ATRASO DELIMITED BY SIZE
                  ' DIAS' DELIMITED BY SIZE
                  INTO LINHA-LIMITES.
           WRITE LINHA-LIMITES.
           MOVE SPACES TO LINHA-LIMITES.
           WRITE LINHA-LIMITES.
           MOVE 'CPF            NOME                         LIMITE'
               TO LINHA-LIMITES.
           MOVE '      EXPOSICAO USO SITUACAO' TO LINHA-LIMITES(52:).
           WRITE LINHA-LIMITES.

       0003-AVALIAR-CLIENTES.
           RETURN WRK-SORT-FILE
               AT END
                   SET SORT-FIM TO TRUE
           END-RETURN.
           PERFORM ACUMULAR-PARCELA UNTIL SORT-FIM.
           IF WRK-CPF-ATUAL NOT = 99999999999
               PERFORM AVALIAR-CLIENTE THRU AVALIAR-CLIENTE-EXIT
           END-IF.

       0004-FINALIZAR.

           MOVE SPACES TO LINHA-LIMITES.
           WRITE LINHA-LIMITES.
           MOVE 'RESUMO DA EXPOSICAO DE CREDITO' TO LINHA-LIMITES.
           WRITE LINHA-LIMITES.
           MOVE WRK-QTD-CLIENTES TO WRK-QTD-ED.
           MOVE SPACES TO LINHA-LIMITES.
           STRING '  CLIENTES COM EXPOSICAO.: ' DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO LINHA-LIMITES.
           WRITE LINHA-LIMITES.
           MOVE WRK-QTD-ALERTA TO WRK-QTD-ED.
           MOVE SPACES TO LINHA-LIMITES.
           STRING '  EM ALERTA..............: ' DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO LINHA-LIMITES.
           WRITE LINHA-LIMITES.
           MOVE WRK-QTD-ACIMA TO WRK-QTD-ED.
           MOVE SPACES TO LINHA-LIMITES.
           STRING '  ACIMA DO LIMITE........: ' DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO LINHA-LIMITES.
           WRITE LINHA-LIMITES.
           MOVE WRK-QTD-ATRASO TO WRK-QTD-ED.
           MOVE SPACES TO LINHA-LIMITES.
           STRING '  EM ATRASO..............: ' DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO LINHA-LIMITES.
           WRITE LINHA-LIMITES.
           MOVE WRK-TOTAL-EXPOSICAO TO WRK-VALOR-ED.
           MOVE SPACES TO LINHA-LIMITES.
           STRING '  EXPOSICAO TOTAL........: ' DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  INTO LINHA-LIMITES.
           WRITE LINHA-LIMITES.
           MOVE WRK-TOTAL-VENCIDO TO WRK-VALOR-ED.
           MOVE SPACES TO LINHA-LIMITES.
           STRING '  VENCIDO/PERDA TOTAL....: ' DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  INTO LINHA-LIMITES.
           WRITE LINHA-LIMITES.
           CLOSE RELATORIO-LIMITES.
           IF CLIENTES-DISPONIVEIS
               CLOSE CADASTRO-CLIENTE
           END-IF.
           PERFORM FECHAR-LIMITE-CREDITO.
           PERFORM FECHAR-PARAMETROS.

           DISPLAY 'LIMREL' '   DATA: ' RUNDATE-HOJE-ED.
           DISPLAY 'CLIENTES COM EXPOSICAO: ' WRK-QTD-CLIENTES.
           DISPLAY 'CLIENTES LISTADOS.....: ' WRK-QTD-LISTADOS.
           DISPLAY 'RELATORIO GRAVADO EM LIMREL.'.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

           MOVE WRK-QTD-LISTADOS TO STATS-REGISTROS.
           PERFORM GRAVAR-RUNSTATS.

      *----------------------------------------------------------*
      * ACUMULAR-PARCELA                                          *
      * NA TROCA DE CPF AVALIA O CLIENTE ANTERIOR E ZERA OS       *
      * ACUMULADORES. ENTRA NA EXPOSICAO O SALDO DAS PARCELAS     *
      * ABERTAS E BAIXADAS COMO PERDA; A BAIXADA E A ABERTA COM   *
      * VENCIMENTO ANTERIOR A DATA DE CORTE CONTAM COMO VENCIDO.  *
      * COMO A ORDENACAO E POR VENCIMENTO DENTRO DO CPF, O        *
      * PRIMEIRO VENCIDO E O MAIS ANTIGO.                         *
      *----------------------------------------------------------*
       ACUMULAR-PARCELA.
           IF SRT-CPF NOT = WRK-CPF-ATUAL
               IF WRK-CPF-ATUAL NOT = 99999999999
                   PERFORM AVALIAR-CLIENTE THRU AVALIAR-CLIENTE-EXIT
               END-IF
               MOVE SRT-CPF TO WRK-CPF-ATUAL
               MOVE ZEROS TO LIMC-WS-EXPOSICAO
               MOVE ZEROS TO LIMC-WS-VENCIDO
               MOVE ZEROS TO LIMC-WS-VENC-ANTIGO
           END-IF.

           IF (SRT-ABERTA OR SRT-BAIXADA-PERDA)
               AND SRT-CPF NOT = ZEROS
               AND SRT-SALDO > ZEROS
               ADD SRT-SALDO TO LIMC-WS-EXPOSICAO
               IF SRT-BAIXADA-PERDA
                   OR SRT-VENCIMENTO < LIMC-WS-DATA-CORTE
                   ADD SRT-SALDO TO LIMC-WS-VENCIDO
                   IF LIMC-WS-VENC-ANTIGO = ZEROS
                       MOVE SRT-VENCIMENTO TO LIMC-WS-VENC-ANTIGO
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
      * COMPARA A EXPOSICAO DO CLIENTE COM O SEU LIMITE E LISTA O *
      * QUE ESTA EM ATRASO, ACIMA DO LIMITE OU NA FAIXA DE        *
      * ALERTA. CLIENTE SEM EXPOSICAO NAO E AVALIADO.             *
      *----------------------------------------------------------*
       AVALIAR-CLIENTE.
           IF LIMC-WS-EXPOSICAO = ZEROS
               GO TO AVALIAR-CLIENTE-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-CLIENTES.
           ADD LIMC-WS-EXPOSICAO TO WRK-TOTAL-EXPOSICAO.
           ADD LIMC-WS-VENCIDO TO WRK-TOTAL-VENCIDO.

           MOVE WRK-CPF-ATUAL TO LIMC-WS-CPF.
           PERFORM OBTER-LIMITE-CLIENTE.
           IF LIMC-WS-LIMITE = ZEROS
               MOVE 999 TO WRK-PCT-USO
           ELSE
               COMPUTE WRK-PCT-USO =
                   LIMC-WS-EXPOSICAO * 100 / LIMC-WS-LIMITE
                   ON SIZE ERROR
                       MOVE 999 TO WRK-PCT-USO
               END-COMPUTE
           END-IF.
           IF WRK-PCT-USO > 999
               MOVE 999 TO WRK-PCT-USO
           END-IF.

           EVALUATE TRUE
               WHEN LIMC-WS-VENCIDO > ZEROS
                   MOVE 'ATRASO' TO WRK-SITUACAO
                   ADD 1 TO WRK-QTD-ATRASO
               WHEN LIMC-WS-EXPOSICAO > LIMC-WS-LIMITE
                   MOVE 'ACIMA' TO WRK-SITUACAO
                   ADD 1 TO WRK-QTD-ACIMA
               WHEN WRK-PCT-USO NOT < LIMC-WS-PCT-ALERTA
                   MOVE 'ALERTA' TO WRK-SITUACAO
                   ADD 1 TO WRK-QTD-ALERTA
               WHEN OTHER
                   GO TO AVALIAR-CLIENTE-EXIT
           END-EVALUATE.
           ADD 1 TO WRK-QTD-LISTADOS.

           MOVE SPACES TO WRK-NOME.
           IF CLIENTES-DISPONIVEIS
               MOVE WRK-CPF-ATUAL TO REG-CPF
               READ CADASTRO-CLIENTE
                   INVALID KEY
                       MOVE '(SEM CADASTRO)' TO WRK-NOME
                   NOT INVALID KEY
                       MOVE REG-NOME TO WRK-NOME
               END-READ
           END-IF.

           MOVE WRK-CPF-ATUAL TO WRK-CPF-ED.
           MOVE LIMC-WS-LIMITE TO WRK-LIMITE-ED.
           MOVE LIMC-WS-EXPOSICAO TO WRK-EXPOSICAO-ED.
           MOVE WRK-PCT-USO TO WRK-PCT-ED.
           MOVE SPACES TO LINHA-LIMITES.
           STRING WRK-CPF-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-NOME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-LIMITE-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-EXPOSICAO-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-PCT-ED DELIMITED BY SIZE
                  '% ' DELIMITED BY SIZE
                  WRK-SITUACAO DELIMITED BY SIZE
                  INTO LINHA-LIMITES.
           WRITE LINHA-LIMITES.

           IF LIMC-WS-VENCIDO > ZEROS
               MOVE LIMC-WS-VENCIDO TO WRK-VALOR-ED
               MOVE LIMC-WS-VENC-ANTIGO TO WRK-VENC-ED
               MOVE SPACES TO LINHA-LIMITES
               STRING '               VENCIDO/PERDA ' DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      ' DESDE ' DELIMITED BY SIZE
                      WRK-VENC-ED DELIMITED BY SIZE
                      INTO LINHA-LIMITES
               WRITE LINHA-LIMITES
           END-IF.

       AVALIAR-CLIENTE-EXIT.
           EXIT.

           COPY 'RUNDATEP.CPY'.
           COPY 'RPTHDRP.CPY'.
           COPY 'LIMCREDP.CPY'.
           COPY 'PARAMETROSP.CPY'.
           COPY 'RUNSTATSP.CPY' REPLACING ==STATS-PROGRAM-ID==
               BY =='LIMREL'==.
