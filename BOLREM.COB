       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOLREM.
      **********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = KIVIA(ALURA) KIVIAAL
      *OBJETIVO: REMESSA DE COBRANCA BANCARIA (BOLETOS) - EMITE UM
      *BOLETO PARA CADA PARCELA ABERTA DO RECEB E CADA
      *MENSALIDADE ABERTA DO MENSAL QUE VENCE ATE N DIAS A FRENTE
      *(PARAMETRO BOL-DIAS-ANTEC, PADRAO 10; VENCIDAS SEM BOLETO
      *TAMBEM ENTRAM) E AINDA NAO TEM BOLETO. CADA BOLETO RECEBE
      *O PROXIMO NOSSO NUMERO DO CONTROLE BOLETO, QUE E CARIMBADO
      *NO TITULO (REC-NOSSO-NUMERO / MENS-NOSSO-NUMERO), E VAI
      *PARA O ARQUIVO DE REMESSA BOLFILE (LAYOUT FIXO: NOSSO
      *NUMERO, CPF, SACADO, VENCIMENTO E VALOR) COM UM TRAILER DE
      *CONTAGEM E SOMA PARA O BANCO CONCILIAR, COMO O
      *ATIVIDADE05Y FAZ NA REMESSA DE PAGAMENTOS. O VALOR DO
      *BOLETO E O SALDO DA PARCELA OU O VALOR DA MENSALIDADE; O
      *SACADO VEM DO CADCLI (CLIENTE) OU DO RESPONSAVEL NO
      *ALUNMST (ALUNO). O RETORNO DO BANCO E O BOLRET. TOTAL DE
      *BOLETOS EMITIDOS EM RUN-STATS.
      *DATA   = 26/04/22
      *HISTORICO DE ALTERACOES
      *16/05/22 KA BOLETO DE MENSALIDADE SAI NO CPF DO RESPONSAVEL
      *FINANCEIRO (ALUN-CPF-RESP), COM O SACADO OBTIDO PELO
      *OBTER-RESPONSAVEL (RESPP.CPY) - NOME DO ALUNMST OU DO CADCLI
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOLETOS-COBRANCA ASSIGN TO "BOLETO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOL-NOSSO-NUMERO
               FILE STATUS IS WRK-BOL-STATUS.

           SELECT CONTAS-RECEBER ASSIGN TO "RECEB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-CHAVE
               FILE STATUS IS WRK-REC-STATUS.

           SELECT MENSALIDADES ASSIGN TO "MENSAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MENS-CHAVE
               FILE STATUS IS WRK-MENS-STATUS.

           SELECT CADASTRO-CLIENTE ASSIGN TO "CADCLI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CPF
               FILE STATUS IS RSP-WS-CLI-STATUS.

           SELECT ALUNO-MASTER ASSIGN TO "ALUNMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALUN-MATRICULA
               FILE STATUS IS WRK-ALUN-STATUS.

           SELECT ARQUIVO-REMESSA ASSIGN TO "BOLFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-ARQ-STATUS.

           SELECT PARAMETROS ASSIGN TO "PARAMETR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARM-CHAVE
               FILE STATUS IS PARM-WS-STATUS.

           SELECT RUN-STATS ASSIGN TO "RUNSTATS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATS-WS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BOLETOS-COBRANCA.
           COPY 'BOLETO.CPY'.

       FD  CONTAS-RECEBER.
           COPY 'RECEB.CPY'.

       FD  MENSALIDADES.
           COPY 'MENSAL.CPY'.

       FD  CADASTRO-CLIENTE.
           COPY 'CLIREG.CPY'.

       FD  ALUNO-MASTER.
           COPY 'ALUNMST.CPY'.

       FD  ARQUIVO-REMESSA.
       01  REG-REMESSA-BOLETO.
           05 SAI-TIPO           PIC X(01).
           05 SAI-NOSSO-NUMERO   PIC 9(10).
           05 SAI-CPF            PIC 9(11).
           05 SAI-SACADO         PIC X(30).
           05 SAI-VENCIMENTO     PIC 9(08).
           05 SAI-VALOR          PIC 9(08)V99.
           05 SAI-DATA           PIC 9(08).

       FD  PARAMETROS.
           COPY 'PARAMETROS.CPY'.

       FD  RUN-STATS.
           COPY 'RUNSTATS.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'RUNSTATSW.CPY'.
           COPY 'PARAMETROSW.CPY'.
           COPY 'RESPW.CPY'.
       77 WRK-BOL-STATUS PIC X(02) VALUE ZEROS.
           88 BOL-OK VALUE '00'.
           88 BOL-FIM VALUE '10'.
           88 BOL-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-REC-STATUS PIC X(02) VALUE ZEROS.
           88 REC-OK VALUE '00'.
           88 REC-FIM VALUE '10'.
           88 REC-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-MENS-STATUS PIC X(02) VALUE ZEROS.
           88 MENS-OK VALUE '00'.
           88 MENS-FIM VALUE '10'.
           88 MENS-NAO-ENCONTRADA VALUE '23' '35'.
       77 WRK-ALUN-STATUS PIC X(02) VALUE ZEROS.
           88 ALUN-OK VALUE '00'.
           88 ALUN-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-ARQ-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-ALUN-ABERTO PIC X(01) VALUE 'N'.
           88 ALUN-ABERTO VALUE 'S'.
       77 WRK-CPF-SACADO PIC 9(11) VALUE ZEROS.

       77 WRK-DIAS-ANTEC PIC 9(03) VALUE 10.
       77 WRK-DATA-LIMITE PIC 9(08) VALUE ZEROS.
       77 WRK-PROX-NOSSO-NUMERO PIC 9(10) VALUE ZEROS.

       77 WRK-QTD-RECEB PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-MENSAL PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-EMITIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-SOMA-EMITIDA PIC 9(10)V99 VALUE ZEROS.
           COPY 'MONEY.CPY' REPLACING ==MONEY-FIELD-NAME==
               BY ==WRK-VALOR-ED==.
           COPY 'RUNDATE.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0002-INICIALIZAR.
           PERFORM 0003-PROCESSAR.
           PERFORM 0004-FINALIZAR.

           STOP RUN.

       0002-INICIALIZAR.

           PERFORM OBTER-DATA-EXECUCAO.
           MOVE 'BOL-DIAS-ANTEC' TO PARM-CODIGO.
           PERFORM LER-PARAMETRO.
           IF PARM-VALOR > ZEROS
               MOVE PARM-VALOR TO WRK-DIAS-ANTEC
           END-IF.
           PERFORM FECHAR-PARAMETROS.
           COMPUTE WRK-DATA-LIMITE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(RUNDATE-HOJE)
                + WRK-DIAS-ANTEC).

           OPEN I-O BOLETOS-COBRANCA.
           IF BOL-NAO-ENCONTRADO
               OPEN OUTPUT BOLETOS-COBRANCA
               CLOSE BOLETOS-COBRANCA
               OPEN I-O BOLETOS-COBRANCA
           END-IF.
           PERFORM OBTER-PROX-NOSSO-NUMERO.

           PERFORM ABRIR-CADASTRO-RESP.
           OPEN INPUT ALUNO-MASTER.
           IF ALUN-OK
               SET ALUN-ABERTO TO TRUE
           END-IF.

           OPEN OUTPUT ARQUIVO-REMESSA.

       0003-PROCESSAR.

           OPEN I-O CONTAS-RECEBER.
           IF REC-NAO-ENCONTRADO
               DISPLAY 'ARQUIVO DE RECEBIVEIS (RECEB) NAO '
                       'ENCONTRADO - SEM BOLETOS DE PARCELAS.'
           ELSE
               READ CONTAS-RECEBER NEXT RECORD
                   AT END
                       SET REC-FIM TO TRUE
               END-READ
               PERFORM EMITIR-BOLETO-PARCELA UNTIL REC-FIM
               CLOSE CONTAS-RECEBER
           END-IF.

           OPEN I-O MENSALIDADES.
           IF MENS-NAO-ENCONTRADA
               DISPLAY 'ARQUIVO DE MENSALIDADES (MENSAL) NAO '
                       'ENCONTRADO - SEM BOLETOS DE MENSALIDADES.'
           ELSE
               READ MENSALIDADES NEXT RECORD
                   AT END
                       SET MENS-FIM TO TRUE
               END-READ
               PERFORM EMITIR-BOLETO-MENSALIDADE UNTIL MENS-FIM
               CLOSE MENSALIDADES
           END-IF.

       0004-FINALIZAR.

           MOVE 'T' TO SAI-TIPO.
           MOVE WRK-QTD-EMITIDOS TO SAI-NOSSO-NUMERO.
           MOVE ZEROS TO SAI-CPF.
           MOVE SPACES TO SAI-SACADO.
           MOVE ZEROS TO SAI-VENCIMENTO.
           MOVE WRK-SOMA-EMITIDA TO SAI-VALOR.
           MOVE RUNDATE-HOJE TO SAI-DATA.
           WRITE REG-REMESSA-BOLETO.
           CLOSE ARQUIVO-REMESSA.
           CLOSE BOLETOS-COBRANCA.
           PERFORM FECHAR-CADASTRO-RESP.
           IF ALUN-ABERTO
               CLOSE ALUNO-MASTER
           END-IF.

           DISPLAY 'BOLREM' '   DATA: ' RUNDATE-HOJE-ED.
           DISPLAY 'VENCIMENTOS ATE....: ' WRK-DATA-LIMITE.
           DISPLAY 'BOLETOS DE PARCELAS: ' WRK-QTD-RECEB.
           DISPLAY 'BOLETOS DE MENSAL..: ' WRK-QTD-MENSAL.
           MOVE WRK-SOMA-EMITIDA TO WRK-VALOR-ED.
           DISPLAY 'VALOR DA REMESSA...: ' WRK-VALOR-ED.
           DISPLAY 'REMESSA GRAVADA EM BOLFILE.'.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

           MOVE WRK-QTD-EMITIDOS TO STATS-REGISTROS.
           PERFORM GRAVAR-RUNSTATS.

      *----------------------------------------------------------*
      * EMITIR-BOLETO-PARCELA                                     *
      * PARCELA ABERTA, COM SALDO, SEM BOLETO E VENCENDO ATE A    *
      * DATA LIMITE RECEBE BOLETO PELO SALDO.                     *
      *----------------------------------------------------------*
       EMITIR-BOLETO-PARCELA.
           IF REC-ABERTA
              AND REC-NOSSO-NUMERO = ZEROS
              AND REC-SALDO > ZEROS
              AND REC-VENCIMENTO NOT > WRK-DATA-LIMITE
               MOVE SPACES TO SAI-SACADO
               IF RSP-CADASTRO-ABERTO
                   MOVE REC-CPF TO REG-CPF
                   READ CADASTRO-CLIENTE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE REG-NOME TO SAI-SACADO
                   END-READ
               END-IF
               MOVE SPACES TO BOL-TITULO
               SET BOL-RECEBIVEL TO TRUE
               MOVE REC-CONTRATO TO BOL-CONTRATO
               MOVE REC-PARCELA TO BOL-PARCELA
               MOVE REC-CPF TO BOL-CPF
               MOVE REC-VENCIMENTO TO BOL-VENCIMENTO
               MOVE REC-SALDO TO BOL-VALOR
               PERFORM GRAVAR-BOLETO
               MOVE BOL-NOSSO-NUMERO TO REC-NOSSO-NUMERO
               REWRITE REG-RECEBIVEL
               ADD 1 TO WRK-QTD-RECEB
           END-IF.
           READ CONTAS-RECEBER NEXT RECORD
               AT END
                   SET REC-FIM TO TRUE
           END-READ.

       EMITIR-BOLETO-PARCELA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * EMITIR-BOLETO-MENSALIDADE                                 *
      * MENSALIDADE ABERTA, SEM BOLETO E VENCENDO ATE A DATA      *
      * LIMITE RECEBE BOLETO PELO VALOR, EM NOME DO RESPONSAVEL   *
      * (OU DO ALUNO, SE O RESPONSAVEL NAO ESTIVER CADASTRADO) E  *
      * NO CPF DO RESPONSAVEL FINANCEIRO, QUANDO VINCULADO.       *
      *----------------------------------------------------------*
       EMITIR-BOLETO-MENSALIDADE.
           IF MENS-ABERTA
              AND MENS-NOSSO-NUMERO = ZEROS
              AND MENS-VENCIMENTO NOT > WRK-DATA-LIMITE
               MOVE SPACES TO SAI-SACADO
               MOVE ZEROS TO WRK-CPF-SACADO
               IF ALUN-ABERTO
                   MOVE MENS-MATRICULA TO ALUN-MATRICULA
                   READ ALUNO-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM OBTER-RESPONSAVEL
                               THRU OBTER-RESPONSAVEL-EXIT
                           MOVE RSP-WS-NOME TO SAI-SACADO
                           MOVE ALUN-CPF-RESP TO WRK-CPF-SACADO
                           IF SAI-SACADO = SPACES
                               MOVE ALUN-NOME TO SAI-SACADO
                           END-IF
                   END-READ
               END-IF
               MOVE SPACES TO BOL-TITULO
               SET BOL-MENSALIDADE TO TRUE
               MOVE MENS-MATRICULA TO BOL-MATRICULA
               MOVE MENS-ANOMES TO BOL-ANOMES
               MOVE WRK-CPF-SACADO TO BOL-CPF
               MOVE MENS-VENCIMENTO TO BOL-VENCIMENTO
               MOVE MENS-VALOR TO BOL-VALOR
               PERFORM GRAVAR-BOLETO
               MOVE BOL-NOSSO-NUMERO TO MENS-NOSSO-NUMERO
               REWRITE REG-MENSALIDADE
               ADD 1 TO WRK-QTD-MENSAL
           END-IF.
           READ MENSALIDADES NEXT RECORD
               AT END
                   SET MENS-FIM TO TRUE
           END-READ.

       EMITIR-BOLETO-MENSALIDADE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * GRAVAR-BOLETO                                             *
      * GRAVA O BOLETO NO CONTROLE COM O PROXIMO NOSSO NUMERO E A *
      * LINHA DE DETALHE DA REMESSA. SAI-SACADO JA PREENCHIDO.    *
      *----------------------------------------------------------*
       GRAVAR-BOLETO.
           MOVE WRK-PROX-NOSSO-NUMERO TO BOL-NOSSO-NUMERO.
           MOVE RUNDATE-HOJE TO BOL-DATA-GERACAO.
           SET BOL-ENVIADO TO TRUE.
           MOVE ZEROS TO BOL-DATA-RETORNO.
           MOVE ZEROS TO BOL-VALOR-PAGO.
           MOVE SPACES TO BOL-MOTIVO.
           WRITE REG-BOLETO.
           ADD 1 TO WRK-PROX-NOSSO-NUMERO.

           MOVE 'D' TO SAI-TIPO.
           MOVE BOL-NOSSO-NUMERO TO SAI-NOSSO-NUMERO.
           MOVE BOL-CPF TO SAI-CPF.
           MOVE BOL-VENCIMENTO TO SAI-VENCIMENTO.
           MOVE BOL-VALOR TO SAI-VALOR.
           MOVE RUNDATE-HOJE TO SAI-DATA.
           WRITE REG-REMESSA-BOLETO.
           ADD 1 TO WRK-QTD-EMITIDOS.
           ADD BOL-VALOR TO WRK-SOMA-EMITIDA.

       GRAVAR-BOLETO-EXIT.
           EXIT.

      *VARRE O CONTROLE E DEIXA EM WRK-PROX-NOSSO-NUMERO O PROXIMO
      *NOSSO NUMERO LIVRE
       OBTER-PROX-NOSSO-NUMERO.
           MOVE ZEROS TO WRK-PROX-NOSSO-NUMERO.
           MOVE ZEROS TO BOL-NOSSO-NUMERO.
           START BOLETOS-COBRANCA KEY IS NOT < BOL-NOSSO-NUMERO
               INVALID KEY
                   SET BOL-FIM TO TRUE
           END-START.
           PERFORM VARRER-NOSSO-NUMERO UNTIL NOT BOL-OK.
           ADD 1 TO WRK-PROX-NOSSO-NUMERO.

       OBTER-PROX-NOSSO-NUMERO-EXIT.
           EXIT.

       VARRER-NOSSO-NUMERO.
           READ BOLETOS-COBRANCA NEXT RECORD
               AT END
                   SET BOL-FIM TO TRUE
           END-READ.
           IF BOL-OK
               MOVE BOL-NOSSO-NUMERO TO WRK-PROX-NOSSO-NUMERO
           END-IF.

       VARRER-NOSSO-NUMERO-EXIT.
           EXIT.

           COPY 'RUNDATEP.CPY'.
           COPY 'PARAMETROSP.CPY'.
           COPY 'RESPP.CPY'.
           COPY 'RUNSTATSP.CPY' REPLACING ==STATS-PROGRAM-ID==
               BY =='BOLREM'==.
