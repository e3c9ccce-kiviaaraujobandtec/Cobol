      *SITUACAO ESTAMPADA NA LINHA DA CONTA - CONTA CONGELADA
      *E DINHEIRO ABERTO E SUMIA DA POSICAO CONSOLIDADA E DO
      *TOTAL DO CLIENTE
      *04/05/22 KA CONTAS CONJUNTAS: ENTRAM TAMBEM AS CONTAS EM
      *QUE O CPF E COTITULAR (COTITUL); A LINHA DA CONTA CONJUNTA
      *MOSTRA A MODALIDADE E A PARTE DO CLIENTE, E O TOTAL
      *INVESTIDO, OS RENDIMENTOS E O IR DA POSICAO CONSOLIDADA
      *PASSAM A SER PROPORCIONAIS A ESSA PARTE
      *05/05/22 KA CONTA LIQUIDADA COM SALDO RETIDO POR ORDEM
      *JUDICIAL ('J') CONTINUA NA CARTEIRA; O DEPOSITO JUDICIAL
      *SAI NO HISTORICO COMO DEP.JUDIC
      *08/05/22 KA RESGATE E APORTE DE TRANSFERENCIA ENTRE CONTAS
      *DO TITULAR (ATIVIDADE05O) SAEM NO HISTORICO COMO TRANSF P/
      *OU TRANSF DE COM A CONTA DO OUTRO LADO E A REFERENCIA
      *09/05/22 KA CONTA ABERTA PELA RENOVACAO NO VENCIMENTO SAI
      *COM A CONTA VENCIDA DE ORIGEM E A INSTRUCAO (INSTVENC)
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.

           SELECT TRANSFERENCIAS-INVEST ASSIGN TO "INVTRF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRF-CHAVE
               ALTERNATE RECORD KEY IS TRF-REFERENCIA
                   WITH DUPLICATES
               FILE STATUS IS TRF-WS-STATUS.

           SELECT INSTRUCOES-VENCIMENTO ASSIGN TO "INSTVENC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IVC-CONTA
               FILE STATUS IS IVC-WS-STATUS.

           SELECT COTITULARES ASSIGN TO "COTITUL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COT-CHAVE
               ALTERNATE RECORD KEY IS COT-CPF
                   WITH DUPLICATES
               FILE STATUS IS COT-WS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CADASTRO-CLIENTE.
       FD  DEMONSTRATIVO-CARTEIRA.
       01  LINHA-CARTEIRA      PIC X(80).

       FD  COTITULARES.
           COPY 'COTITUL.CPY'.

       FD  TRANSFERENCIAS-INVEST.
           COPY 'INVTRF.CPY'.

       FD  INSTRUCOES-VENCIMENTO.
           COPY 'INSTVENC.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'COTITW.CPY'.
           COPY 'INVTRFW.CPY'.
           COPY 'INSTVENW.CPY'.
       77 WRK-CLI-STATUS PIC X(02) VALUE ZEROS.
           88 CLI-OK VALUE '00'.
           88 CLI-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-ANOMES-MOV PIC 9(06) VALUE ZEROS.
       77 WRK-NOME-TITULAR PIC X(20) VALUE SPACES.

      *CONTAS ABERTAS DO TITULAR E AS CONJUNTAS EM QUE ELE E
      *COTITULAR, COM A MODALIDADE E A PARTE DELE EM CADA UMA
       77 WRK-QTD-CONTAS PIC 9(03) VALUE ZEROS.
       77 WRK-IND-CONTA PIC 9(03) VALUE ZEROS.
       01 TAB-CARTEIRA.
               10 TAB-CART-PROD    PIC X(08).
               10 TAB-CART-SALDO   PIC S9(08)V99.
               10 TAB-CART-SIT     PIC X(01).
               10 TAB-CART-MODAL   PIC X(01).
               10 TAB-CART-PARTE   PIC 9(03)V99.
               10 TAB-CART-TITULAR PIC 9(11).
       77 WRK-IND-COT PIC 9(03) VALUE ZEROS.
       77 WRK-PARTE-ED PIC ZZ9,99 VALUE ZEROS.
       77 WRK-MODAL-TXT PIC X(13) VALUE SPACES.
       77 WRK-TITULAR-ED PIC *********/99 VALUE ZEROS.
       77 WRK-VALOR-PARTE PIC S9(09)V99 VALUE ZEROS.

       77 WRK-MOV-FIM PIC X(01) VALUE 'N'.
           88 MOVIMENTOS-FIM VALUE 'S'.
                   SET LEDGER-FIM TO TRUE
           END-READ.
           PERFORM COLETAR-CONTA UNTIL LEDGER-FIM.
           MOVE WRK-CPF TO COT-WS-CPF.
           PERFORM LISTAR-CONTAS-COTITULAR
               THRU LISTAR-CONTAS-COTITULAR-EXIT.
           PERFORM COLETAR-CONTA-COTITULAR
               THRU COLETAR-CONTA-COTITULAR-EXIT
               VARYING WRK-IND-COT FROM 1 BY 1
               UNTIL WRK-IND-COT > COT-WS-QTD-CONTAS.
           CLOSE INVESTIMENTO-LEDGER.
           PERFORM FECHAR-COTITULARES.

           IF WRK-QTD-CONTAS = ZEROS
               MOVE 'NENHUMA CONTA ABERTA PARA ESTE CPF.'

       0005-FINALIZAR.
           CLOSE DEMONSTRATIVO-CARTEIRA.
           PERFORM FECHAR-TRANSFERENCIAS.
           PERFORM FECHAR-INSTRUCOES-VENC.
           DISPLAY 'CONTAS NO DEMONSTRATIVO: ' WRK-QTD-CONTAS.
           DISPLAY 'DEMONSTRATIVO GRAVADO EM CARTEIRA.'.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

      *----------------------------------------------------------*
      * COLETAR-CONTA                                             *
      * GUARDA NA TABELA AS CONTAS ABERTAS, AS BLOQUEADAS E AS    *
      * RETIDAS DO TITULAR (O DINHEIRO CONTINUA DELE) E SOMA O    *
      * SALDO NO TOTAL INVESTIDO, NA PROPORCAO DA PARTE DELE NA   *
      * CONTA.                                                    *
      *----------------------------------------------------------*
       COLETAR-CONTA.
           IF LEDGER-CPF = WRK-CPF
               AND (LEDGER-CONTA-ABERTA OR LEDGER-CONTA-BLOQUEADA
                    OR LEDGER-CONTA-RETIDA)
               AND WRK-QTD-CONTAS < 50
               PERFORM GUARDAR-CONTA-CARTEIRA
           END-IF.
           READ INVESTIMENTO-LEDGER NEXT RECORD
               AT END
       COLETAR-CONTA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * COLETAR-CONTA-COTITULAR                                   *
      * CONTA CONJUNTA EM QUE O CPF E COTITULAR: ENTRA NA TABELA  *
      * SE ESTIVER ABERTA, BLOQUEADA OU RETIDA, COMO AS PROPRIAS. *
      *----------------------------------------------------------*
       COLETAR-CONTA-COTITULAR.
           MOVE COT-WS-CONTA-COT(WRK-IND-COT) TO LEDGER-CONTA.
           READ INVESTIMENTO-LEDGER
               INVALID KEY
                   GO TO COLETAR-CONTA-COTITULAR-EXIT
           END-READ.
           IF (LEDGER-CONTA-ABERTA OR LEDGER-CONTA-BLOQUEADA
               OR LEDGER-CONTA-RETIDA)
               AND WRK-QTD-CONTAS < 50
               PERFORM GUARDAR-CONTA-CARTEIRA
           END-IF.

       COLETAR-CONTA-COTITULAR-EXIT.
           EXIT.

       GUARDAR-CONTA-CARTEIRA.
           MOVE LEDGER-CONTA TO COT-WS-CONTA.
           MOVE LEDGER-CPF TO COT-WS-CPF-TITULAR.
           MOVE WRK-CPF TO COT-WS-CPF.
           PERFORM CARREGAR-COTITULARES.
           ADD 1 TO WRK-QTD-CONTAS.
           MOVE LEDGER-CONTA TO TAB-CART-CONTA(WRK-QTD-CONTAS).
           MOVE LEDGER-TIPO-PROD TO TAB-CART-PROD(WRK-QTD-CONTAS).
           MOVE LEDGER-SALDO TO TAB-CART-SALDO(WRK-QTD-CONTAS).
           MOVE LEDGER-SITUACAO TO TAB-CART-SIT(WRK-QTD-CONTAS).
           MOVE COT-WS-TIPO TO TAB-CART-MODAL(WRK-QTD-CONTAS).
           MOVE COT-WS-PARTICIPACAO TO TAB-CART-PARTE(WRK-QTD-CONTAS).
           MOVE LEDGER-CPF TO TAB-CART-TITULAR(WRK-QTD-CONTAS).
           COMPUTE WRK-VALOR-PARTE ROUNDED =
               LEDGER-SALDO * COT-WS-PARTICIPACAO / 100.
           ADD WRK-VALOR-PARTE TO WRK-TOTAL-INVESTIDO.

       GUARDAR-CONTA-CARTEIRA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LISTAR-CONTA-CARTEIRA                                     *
      * CABECALHO DA CONTA COM SALDO E OS MOVIMENTOS DO PERIODO.  *
                  WRK-SIT-TXT DELIMITED BY SIZE
                  INTO LINHA-CARTEIRA.
           WRITE LINHA-CARTEIRA.
           IF TAB-CART-MODAL(WRK-IND-CONTA) NOT = SPACES
               PERFORM IMPRIMIR-CONTA-CONJUNTA
           END-IF.
           MOVE TAB-CART-CONTA(WRK-IND-CONTA) TO IVC-WS-CONTA.
           PERFORM LER-INSTRUCAO-VENC.
           IF IVC-ENCONTRADA AND IVC-CONTA-ANTERIOR NOT = ZEROS
               MOVE SPACES TO LINHA-CARTEIRA
               STRING '  RENOVACAO DA CONTA ' DELIMITED BY SIZE
                      IVC-CONTA-ANTERIOR DELIMITED BY SIZE
                      ' - NO VENCIMENTO: ' DELIMITED BY SIZE
                      IVC-WS-DESC DELIMITED BY SIZE
                      INTO LINHA-CARTEIRA
               WRITE LINHA-CARTEIRA
           END-IF.

           MOVE 'N' TO WRK-MOV-FIM.
           MOVE TAB-CART-CONTA(WRK-IND-CONTA) TO MOV-CONTA.
               IF WRK-ANOMES = ZEROS
                   OR WRK-ANOMES-MOV = WRK-ANOMES
                   PERFORM IMPRIMIR-MOVIMENTO
                   COMPUTE WRK-VALOR-PARTE ROUNDED =
                       MOV-VALOR * TAB-CART-PARTE(WRK-IND-CONTA) / 100
                   IF MOV-JUROS
                       ADD WRK-VALOR-PARTE TO WRK-TOTAL-RENDIMENTOS
                   END-IF
                   IF MOV-IMPOSTO
                       SUBTRACT WRK-VALOR-PARTE FROM WRK-TOTAL-IR
                   END-IF
               END-IF
           END-IF.
       LISTAR-MOVIMENTO-PERIODO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * IMPRIMIR-CONTA-CONJUNTA                                   *
      * SEGUNDA LINHA DA CONTA CONJUNTA: MODALIDADE, PRIMEIRO     *
      * TITULAR E A PARTE DO CLIENTE CONSIDERADA NOS TOTAIS.      *
      *----------------------------------------------------------*
       IMPRIMIR-CONTA-CONJUNTA.
           IF TAB-CART-MODAL(WRK-IND-CONTA) = 'E'
               MOVE 'CONJUNTA E' TO WRK-MODAL-TXT
           ELSE
               MOVE 'CONJUNTA E/OU' TO WRK-MODAL-TXT
           END-IF.
           MOVE TAB-CART-TITULAR(WRK-IND-CONTA) TO WRK-TITULAR-ED.
           MOVE TAB-CART-PARTE(WRK-IND-CONTA) TO WRK-PARTE-ED.
           MOVE SPACES TO LINHA-CARTEIRA.
           STRING '  ' DELIMITED BY SIZE
                  WRK-MODAL-TXT DELIMITED BY SIZE
                  ' TITULAR ' DELIMITED BY SIZE
                  WRK-TITULAR-ED DELIMITED BY SIZE
                  ' PARTE DO CLIENTE ' DELIMITED BY SIZE
                  WRK-PARTE-ED DELIMITED BY SIZE
                  '%' DELIMITED BY SIZE
                  INTO LINHA-CARTEIRA.
           WRITE LINHA-CARTEIRA.

       IMPRIMIR-CONTA-CONJUNTA-EXIT.
           EXIT.

       IMPRIMIR-MOVIMENTO.
           EVALUATE TRUE
               WHEN MOV-APORTE
                   MOVE 'IOF' TO WRK-TIPO-DESC
               WHEN MOV-ENCERRAMENTO
                   MOVE 'ENCERRA' TO WRK-TIPO-DESC
               WHEN MOV-DEPOSITO-JUDICIAL
                   MOVE 'DEP.JUDIC' TO WRK-TIPO-DESC
               WHEN OTHER
                   MOVE 'MOVIMENTO' TO WRK-TIPO-DESC
           END-EVALUATE.
           MOVE MOV-DATA TO WRK-DATA-ED.
           MOVE MOV-VALOR TO WRK-VALOR-ED.
           MOVE 'N' TO TRF-WS-ACHADA.
           IF MOV-APORTE OR MOV-RESGATE
               PERFORM LOCALIZAR-TRANSFERENCIA
           END-IF.
           MOVE SPACES TO LINHA-CARTEIRA.
           IF TRF-ENCONTRADA
               IF TRF-SAIDA
                   MOVE 'TRANSF P/' TO WRK-TIPO-DESC
               ELSE
                   MOVE 'TRANSF DE' TO WRK-TIPO-DESC
               END-IF
               STRING '  ' DELIMITED BY SIZE
                      WRK-DATA-ED DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-TIPO-DESC DELIMITED BY SIZE
                      TRF-CONTA-PAR DELIMITED BY SIZE
                      ' REF ' DELIMITED BY SIZE
                      TRF-REFERENCIA DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      INTO LINHA-CARTEIRA
           ELSE
               STRING '  ' DELIMITED BY SIZE
                      WRK-DATA-ED DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-TIPO-DESC DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      INTO LINHA-CARTEIRA
           END-IF.
           WRITE LINHA-CARTEIRA.

       IMPRIMIR-MOVIMENTO-EXIT.

           COPY 'RUNDATEP.CPY'.
           COPY 'RPTHDRP.CPY'.
           COPY 'COTITP.CPY'.
           COPY 'INVTRFP.CPY'.
           COPY 'INSTVENP.CPY'.
