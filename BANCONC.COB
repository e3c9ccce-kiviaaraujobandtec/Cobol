       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCONC.
      **********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = KIVIA(ALURA) KIVIAAL
      *OBJETIVO: CONCILIACAO BANCARIA DA CONTA CAIXA - CASA CADA
      *LANCAMENTO DO EXTRATO DIARIO DO BANCO (EXTBANCO) COM AS
      *LINHAS DO LIVRO QUE MOVIMENTAM DINHEIRO:
      *  - LINHAS DO JORNAL-EXTRATO (JRNLEXT) NAS CONTAS CAIXA E
      *    BANCO - RECEBIMENTOS E PAGAMENTOS DO PROGCOB15, DO
      *    PROGCOB08I E DO PROGCOB15K E A LIQUIDACAO DE CARTAO
      *    DO PROGCOB15Q. DEBITO NO JORNAL E ENTRADA, CREDITO E
      *    SAIDA; O LOTE DA LINHA E A REFERENCIA.
      *  - PAGAMENTOS AO CLIENTE DO REMPAG CONFIRMADOS PELO
      *    RETORNO DO BANCO (ATIVIDADE05Z), QUE NAO PASSAM PELO
      *    JORNAL - SAIDA NA DATA DO RETORNO, COM O NUMERO DA
      *    INSTRUCAO COMO REFERENCIA. O QUE JA FOI LEVADO FICA
      *    ANOTADO NO BANCREM PARA NAO ENTRAR DUAS VEZES.
      *O JORNAL E LIDO SO ATE ONTEM E A PARTIR DA ULTIMA DATA JA
      *LIDA (GUARDADA NO REGISTRO DE CONTROLE DO BANCPEND).
      *O CASAMENTO E FEITO EM DUAS PASSADAS: PRIMEIRO MESMO
      *SENTIDO, VALOR E REFERENCIA (EM QUALQUER DATA), DEPOIS SO
      *SENTIDO E VALOR COM DIFERENCA DE DATA ATE CONCIL-BANCO-DIAS
      *(PARAMETROS, PADRAO 3) - EM AMBAS FICA O PAR DE DATA MAIS
      *PROXIMA. SAI O RELATORIO BANCREL COM OS CONCILIADOS, AS
      *LINHAS DO LIVRO SEM LANCAMENTO NO BANCO, OS LANCAMENTOS DO
      *BANCO SEM LINHA NO LIVRO E A IDADE DOS ITENS EM ABERTO. O
      *QUE NAO CASOU E REGRAVADO NA NOVA GERACAO BANCPENN
      *(REGISTRADA NO GERACAO PARA O GERPROM) E VOLTA A CONCILIAR
      *NA RODADA SEGUINTE, ATE ACHAR O PAR.
      *PRIMEIRA RODADA (SEM BANCPEND): COMECA PELO MOVIMENTO DE
      *ONTEM. EXTRATO COM DATAS JA IMPORTADAS E IGNORADO.
      *DEVOLVE RETURN-CODE 4 QUANDO HA ITEM EM ABERTO HA MAIS DE
      *CONCIL-BANCO-DIAS DIAS, E 8 (SEM REGISTRAR A GERACAO) SE
      *AS TABELAS ESTOURAREM - NADA SE PERDE, A RODADA SE REPETE.
      *DATA   = 28/05/22
      *HISTORICO DE ALTERACOES
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRATO-BANCO ASSIGN TO "EXTBANCO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-EXB-STATUS.

           SELECT JORNAL-EXTRATO ASSIGN TO "JRNLEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-JRN-STATUS.

           SELECT PAGAMENTOS-REMESSA ASSIGN TO "REMPAG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REM-NUMERO
               FILE STATUS IS REM-WS-STATUS.

           SELECT BANCO-REMESSA ASSIGN TO "BANCREM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BCR-NUMERO
               FILE STATUS IS WRK-BCR-STATUS.

           SELECT BANCO-PENDENTE ASSIGN TO "BANCPEND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-PEND-STATUS.

           SELECT BANCO-PENDENTE-NOVO ASSIGN TO "BANCPENN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-PENDN-STATUS.

           SELECT RELATORIO-BANCO ASSIGN TO "BANCREL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.

           SELECT PARAMETROS ASSIGN TO "PARAMETR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARM-CHAVE
               FILE STATUS IS PARM-WS-STATUS.

           SELECT REGISTRO-GERACAO ASSIGN TO "GERACAO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GER-CHAVE
               FILE STATUS IS GER-WS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRATO-BANCO.
           COPY 'EXTBANCO.CPY'.

       FD  JORNAL-EXTRATO.
           COPY 'JORNAL.CPY'.

       FD  PAGAMENTOS-REMESSA.
           COPY 'REMPAG.CPY'.

       FD  BANCO-REMESSA.
           COPY 'BANCREM.CPY'.

       FD  BANCO-PENDENTE.
       01  REG-BANCO-PENDENTE-ANT PIC X(83).

       FD  BANCO-PENDENTE-NOVO.
       01  REG-BANCO-PENDENTE-NOVO PIC X(83).

       FD  RELATORIO-BANCO.
       01  LINHA-BANCO         PIC X(110).

       FD  PARAMETROS.
           COPY 'PARAMETROS.CPY'.

       FD  REGISTRO-GERACAO.
           COPY 'GERACAO.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'GERACAOW.CPY'.
           COPY 'PARAMETROSW.CPY'.
           COPY 'REMPAGW.CPY'.
      *    PENDENCIA LIDA DO BANCPEND OU MONTADA PARA O BANCPENN
           COPY 'BANCPEND.CPY'.
       77  WRK-EXB-STATUS PIC X(02) VALUE ZEROS.
           88 EXB-ARQ-AUSENTE VALUE '35'.
       77  WRK-JRN-STATUS PIC X(02) VALUE ZEROS.
           88 JRN-ARQ-AUSENTE VALUE '35'.
       77  WRK-BCR-STATUS PIC X(02) VALUE ZEROS.
           88 BCR-ARQ-AUSENTE VALUE '35'.
       77  WRK-PEND-STATUS PIC X(02) VALUE ZEROS.
           88 PEND-ARQ-AUSENTE VALUE '35'.
       77  WRK-PENDN-STATUS PIC X(02) VALUE ZEROS.
       77  WRK-REL-STATUS PIC X(02) VALUE ZEROS.

       77  WRK-FIM-LEITURA PIC X(01) VALUE 'N'.
           88 LEITURA-FIM VALUE 'S'.
       77  WRK-ESTOURO PIC X(01) VALUE 'N'.
           88 TABELA-ESTOURADA VALUE 'S'.
       77  WRK-REMESSA-NOVA PIC X(01) VALUE 'N'.
           88 REMESSA-NAO-LEVADA VALUE 'S'.

       77  WRK-TOLERANCIA PIC 9(03) VALUE 3.
       77  WRK-HOJE-INT PIC 9(08) VALUE ZEROS.
       77  WRK-ONTEM PIC 9(08) VALUE ZEROS.
       77  WRK-CTL-INICIO PIC 9(08) VALUE ZEROS.
       77  WRK-CTL-ULT-JORNAL PIC 9(08) VALUE ZEROS.
       77  WRK-CTL-ULT-EXTRATO PIC 9(08) VALUE ZEROS.
       77  WRK-NOVO-ULT-JORNAL PIC 9(08) VALUE ZEROS.
       77  WRK-NOVO-ULT-EXTRATO PIC 9(08) VALUE ZEROS.
       77  WRK-QTD-BANCO-ANTES PIC 9(04) COMP VALUE ZEROS.
       77  WRK-REF-LOTE PIC 9(06) VALUE ZEROS.
       77  WRK-REF-NUMERO PIC 9(08) VALUE ZEROS.

      *    ITEM MONTADO ANTES DE ENTRAR NA TABELA DO SEU LADO
       01  WRK-ITEM.
           05 WRK-ITEM-ORIGEM     PIC X(12).
           05 WRK-ITEM-DATA       PIC 9(08).
           05 WRK-ITEM-SENTIDO    PIC X(01).
           05 WRK-ITEM-VALOR      PIC 9(09)V99.
           05 WRK-ITEM-REFERENCIA PIC X(12).
           05 WRK-ITEM-HISTORICO  PIC X(30).
           05 WRK-ITEM-INCLUSAO   PIC 9(08).
           05 WRK-ITEM-REMESSA    PIC 9(08).

       77  WRK-QTD-LIVRO PIC 9(04) COMP VALUE ZEROS.
       77  WRK-QTD-BANCO PIC 9(04) COMP VALUE ZEROS.
       77  WRK-IND PIC 9(04) COMP VALUE ZEROS.
       77  WRK-IND-B PIC 9(04) COMP VALUE ZEROS.
       77  WRK-MELHOR PIC 9(04) COMP VALUE ZEROS.
       77  WRK-MELHOR-DIF PIC S9(08) VALUE ZEROS.
       77  WRK-DIF PIC S9(08) VALUE ZEROS.
       77  WRK-IDADE PIC S9(08) VALUE ZEROS.
       77  WRK-FAIXA PIC 9(01) VALUE ZEROS.

       01  TAB-LIVRO.
           05 TAB-LIV-ENTRADA OCCURS 5000 TIMES.
               10 TAB-LIV-ORIGEM     PIC X(12).
               10 TAB-LIV-DATA       PIC 9(08).
               10 TAB-LIV-DIAS       PIC 9(08).
               10 TAB-LIV-SENTIDO    PIC X(01).
               10 TAB-LIV-VALOR      PIC 9(09)V99.
               10 TAB-LIV-REFERENCIA PIC X(12).
               10 TAB-LIV-HISTORICO  PIC X(30).
               10 TAB-LIV-INCLUSAO   PIC 9(08).
               10 TAB-LIV-REMESSA    PIC 9(08).
               10 TAB-LIV-PAR        PIC 9(04) COMP.

       01  TAB-BANCO.
           05 TAB-BAN-ENTRADA OCCURS 5000 TIMES.
               10 TAB-BAN-ORIGEM     PIC X(12).
               10 TAB-BAN-DATA       PIC 9(08).
               10 TAB-BAN-DIAS       PIC 9(08).
               10 TAB-BAN-SENTIDO    PIC X(01).
               10 TAB-BAN-VALOR      PIC 9(09)V99.
               10 TAB-BAN-REFERENCIA PIC X(12).
               10 TAB-BAN-HISTORICO  PIC X(30).
               10 TAB-BAN-INCLUSAO   PIC 9(08).
               10 TAB-BAN-PAR        PIC 9(04) COMP.

      *    IDADE DOS ITENS EM ABERTO: 0-3, 4-7, 8-15, 16-30 E
      *    MAIS DE 30 DIAS
       01  TAB-FAIXAS VALUE ZEROS.
           05 TAB-FX-ENTRADA OCCURS 5 TIMES.
               10 TAB-FX-QTD-LIVRO   PIC 9(05).
               10 TAB-FX-VAL-LIVRO   PIC 9(09)V99.
               10 TAB-FX-QTD-BANCO   PIC 9(05).
               10 TAB-FX-VAL-BANCO   PIC 9(09)V99.
       77  WRK-FX-ROTULO PIC X(12) VALUE SPACES.

       77  WRK-PEND-ANTERIORES PIC 9(07) VALUE ZEROS.
       77  WRK-LIDAS-JORNAL PIC 9(07) VALUE ZEROS.
       77  WRK-LIDOS-REMPAG PIC 9(07) VALUE ZEROS.
       77  WRK-LIDOS-EXTRATO PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-CONCILIADOS PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-LIVRO-ABERTO PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-BANCO-ABERTO PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-FORA-PRAZO PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-GRAVADOS PIC 9(07) VALUE ZEROS.
       77  WRK-VALOR-CONCILIADO PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VALOR-LIVRO-ABERTO PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VALOR-BANCO-ABERTO PIC 9(09)V99 VALUE ZEROS.
           COPY 'MONEY.CPY' REPLACING ==MONEY-FIELD-NAME==
               BY ==WRK-VALOR-ED==.
           COPY 'MONEY.CPY' REPLACING ==MONEY-FIELD-NAME==
               BY ==WRK-VALOR-ED2==.
       77  WRK-DATA-ED PIC 9(04)/99/99 VALUE ZEROS.
       77  WRK-DATA-ED2 PIC 9(04)/99/99 VALUE ZEROS.
       77  WRK-IDADE-ED PIC ZZZ9 VALUE ZEROS.
       77  WRK-QTD-ED PIC ZZZZ9 VALUE ZEROS.
       77  WRK-QTD-ED2 PIC ZZZZ9 VALUE ZEROS.
           COPY 'RUNDATE.CPY'.
           COPY 'RPTHDR.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0002-INICIALIZAR.
           PERFORM 0003-CARREGAR-PENDENTES
               THRU 0003-CARREGAR-PENDENTES-EXIT.
           PERFORM 0004-CARREGAR-JORNAL
               THRU 0004-CARREGAR-JORNAL-EXIT.
           PERFORM 0005-CARREGAR-PAGAMENTOS
               THRU 0005-CARREGAR-PAGAMENTOS-EXIT.
           PERFORM 0006-CARREGAR-EXTRATO
               THRU 0006-CARREGAR-EXTRATO-EXIT.
           PERFORM 0007-CASAR-ITENS.
           PERFORM 0008-FINALIZAR.

           STOP RUN.

       0002-INICIALIZAR.

           PERFORM OBTER-DATA-EXECUCAO.
           MOVE ZEROS TO RETURN-CODE.
           COMPUTE WRK-HOJE-INT =
               FUNCTION INTEGER-OF-DATE(RUNDATE-HOJE).
           COMPUTE WRK-ONTEM =
               FUNCTION DATE-OF-INTEGER(WRK-HOJE-INT - 1).

           MOVE 'CONCIL-BANCO-DIAS' TO PARM-CODIGO.
           PERFORM LER-PARAMETRO.
           IF PARM-VALOR > ZEROS
               MOVE PARM-VALOR TO WRK-TOLERANCIA
           END-IF.
           PERFORM FECHAR-PARAMETROS.

      *    PRIMEIRA RODADA: COMECA PELO MOVIMENTO DE ONTEM
           MOVE WRK-ONTEM TO WRK-CTL-INICIO.
           COMPUTE WRK-CTL-ULT-JORNAL =
               FUNCTION DATE-OF-INTEGER(WRK-HOJE-INT - 2).
           MOVE WRK-CTL-ULT-JORNAL TO WRK-CTL-ULT-EXTRATO.

           OPEN I-O BANCO-REMESSA.
           IF BCR-ARQ-AUSENTE
               OPEN OUTPUT BANCO-REMESSA
               CLOSE BANCO-REMESSA
               OPEN I-O BANCO-REMESSA
           END-IF.

           OPEN OUTPUT RELATORIO-BANCO.
           MOVE 'CONCILIACAO BANCARIA - CONTA CAIXA' TO RPT-HDR-TITULO.
           PERFORM MONTAR-CABECALHO-RELATORIO.
           MOVE RPT-HDR-LINHA TO LINHA-BANCO.
           WRITE LINHA-BANCO.
           MOVE SPACES TO LINHA-BANCO.
           WRITE LINHA-BANCO.

      *----------------------------------------------------------*
      * 0003-CARREGAR-PENDENTES                                   *
      * LE A GERACAO ATUAL DE PENDENCIAS: O REGISTRO DE CONTROLE  *
      * DA AS DATAS JA PROCESSADAS E CADA ITEM VOLTA PARA A       *
      * TABELA DO SEU LADO (LIVRO OU BANCO).                      *
      *----------------------------------------------------------*
       0003-CARREGAR-PENDENTES.

           OPEN INPUT BANCO-PENDENTE.
           IF PEND-ARQ-AUSENTE
               DISPLAY 'BANCPEND AUSENTE - PRIMEIRA RODADA, A PARTIR '
                       'DO MOVIMENTO DE ' WRK-ONTEM '.'
               GO TO 0003-CARREGAR-PENDENTES-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-LEITURA.
           PERFORM CARREGAR-UM-PENDENTE UNTIL LEITURA-FIM.
           CLOSE BANCO-PENDENTE.

       0003-CARREGAR-PENDENTES-EXIT.
           EXIT.

       CARREGAR-UM-PENDENTE.
           READ BANCO-PENDENTE INTO REG-BANCO-PENDENTE
               AT END
                   SET LEITURA-FIM TO TRUE
           END-READ.
           IF NOT LEITURA-FIM
               EVALUATE TRUE
                   WHEN BCP-CONTROLE
                       MOVE BCP-CTL-INICIO TO WRK-CTL-INICIO
                       MOVE BCP-CTL-ULT-JORNAL TO WRK-CTL-ULT-JORNAL
                       MOVE BCP-CTL-ULT-EXTRATO
                           TO WRK-CTL-ULT-EXTRATO
                   WHEN OTHER
                       ADD 1 TO WRK-PEND-ANTERIORES
                       MOVE BCP-ORIGEM TO WRK-ITEM-ORIGEM
                       MOVE BCP-DATA TO WRK-ITEM-DATA
                       MOVE BCP-SENTIDO TO WRK-ITEM-SENTIDO
                       MOVE BCP-VALOR TO WRK-ITEM-VALOR
                       MOVE BCP-REFERENCIA TO WRK-ITEM-REFERENCIA
                       MOVE BCP-HISTORICO TO WRK-ITEM-HISTORICO
                       MOVE BCP-DATA-INCLUSAO TO WRK-ITEM-INCLUSAO
                       MOVE ZEROS TO WRK-ITEM-REMESSA
                       IF BCP-LIVRO
                           PERFORM INCLUIR-ITEM-LIVRO
                       ELSE
                           PERFORM INCLUIR-ITEM-BANCO
                       END-IF
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------*
      * 0004-CARREGAR-JORNAL                                      *
      * LINHAS DO JORNAL NAS CONTAS CAIXA E BANCO, DEPOIS DA      *
      * ULTIMA DATA JA LIDA E ATE ONTEM (O DIA DE HOJE AINDA PODE *
      * RECEBER LINHAS).                                          *
      *----------------------------------------------------------*
       0004-CARREGAR-JORNAL.

           MOVE WRK-CTL-ULT-JORNAL TO WRK-NOVO-ULT-JORNAL.
           IF WRK-ONTEM > WRK-NOVO-ULT-JORNAL
               MOVE WRK-ONTEM TO WRK-NOVO-ULT-JORNAL
           END-IF.

           OPEN INPUT JORNAL-EXTRATO.
           IF JRN-ARQ-AUSENTE
               DISPLAY 'ARQUIVO JRNLEXT NAO ENCONTRADO - SEM LINHAS '
                       'NOVAS DO JORNAL NESTA RODADA.'
               GO TO 0004-CARREGAR-JORNAL-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-LEITURA.
           PERFORM CARREGAR-UMA-LINHA-JRN UNTIL LEITURA-FIM.
           CLOSE JORNAL-EXTRATO.

       0004-CARREGAR-JORNAL-EXIT.
           EXIT.

       CARREGAR-UMA-LINHA-JRN.
           READ JORNAL-EXTRATO
               AT END
                   SET LEITURA-FIM TO TRUE
           END-READ.
           IF NOT LEITURA-FIM
               AND (JRN-CONTA = 'CAIXA' OR JRN-CONTA = 'BANCO')
               AND JRN-DATA > WRK-CTL-ULT-JORNAL
               AND JRN-DATA < RUNDATE-HOJE
               ADD 1 TO WRK-LIDAS-JORNAL
               MOVE JRN-PROGRAMA TO WRK-ITEM-ORIGEM
               MOVE JRN-DATA TO WRK-ITEM-DATA
               IF JRN-DEBITO
                   MOVE 'E' TO WRK-ITEM-SENTIDO
               ELSE
                   MOVE 'S' TO WRK-ITEM-SENTIDO
               END-IF
               MOVE JRN-VALOR TO WRK-ITEM-VALOR
               MOVE SPACES TO WRK-ITEM-REFERENCIA
               IF JRN-LOTE > ZEROS
                   MOVE JRN-LOTE TO WRK-REF-LOTE
                   MOVE WRK-REF-LOTE TO WRK-ITEM-REFERENCIA
               END-IF
               MOVE JRN-HISTORICO TO WRK-ITEM-HISTORICO
               MOVE RUNDATE-HOJE TO WRK-ITEM-INCLUSAO
               MOVE ZEROS TO WRK-ITEM-REMESSA
               PERFORM INCLUIR-ITEM-LIVRO
           END-IF.

      *----------------------------------------------------------*
      * 0005-CARREGAR-PAGAMENTOS                                  *
      * INSTRUCOES DO REMPAG PAGAS (RETORNO DO BANCO BAIXADO PELO *
      * ATIVIDADE05Z) DESDE A PRIMEIRA RODADA E AINDA NAO LEVADAS *
      * A CONCILIACAO (SEM CHAVE NO BANCREM).                     *
      *----------------------------------------------------------*
       0005-CARREGAR-PAGAMENTOS.

           OPEN INPUT PAGAMENTOS-REMESSA.
           IF REM-ARQ-NAO-ENCONTRADO
               DISPLAY 'CONTROLE DE PAGAMENTOS (REMPAG) AUSENTE - '
                       'SEM PAGAMENTOS NESTA RODADA.'
               GO TO 0005-CARREGAR-PAGAMENTOS-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-LEITURA.
           PERFORM CARREGAR-UM-PAGAMENTO UNTIL LEITURA-FIM.
           CLOSE PAGAMENTOS-REMESSA.

       0005-CARREGAR-PAGAMENTOS-EXIT.
           EXIT.

       CARREGAR-UM-PAGAMENTO.
           READ PAGAMENTOS-REMESSA NEXT RECORD
               AT END
                   SET LEITURA-FIM TO TRUE
           END-READ.
           IF NOT LEITURA-FIM AND REM-PAGA
               AND REM-DATA-RETORNO NOT < WRK-CTL-INICIO
               MOVE REM-NUMERO TO BCR-NUMERO
               MOVE 'N' TO WRK-REMESSA-NOVA
               READ BANCO-REMESSA
                   INVALID KEY
                       SET REMESSA-NAO-LEVADA TO TRUE
               END-READ
               IF REMESSA-NAO-LEVADA
                   ADD 1 TO WRK-LIDOS-REMPAG
                   MOVE 'REMPAG' TO WRK-ITEM-ORIGEM
                   MOVE REM-DATA-RETORNO TO WRK-ITEM-DATA
                   MOVE 'S' TO WRK-ITEM-SENTIDO
                   MOVE REM-VALOR TO WRK-ITEM-VALOR
                   MOVE REM-NUMERO TO WRK-REF-NUMERO
                   MOVE WRK-REF-NUMERO TO WRK-ITEM-REFERENCIA
                   MOVE SPACES TO WRK-ITEM-HISTORICO
                   STRING 'PAGAMENTO RESGATE CONTA ' DELIMITED BY SIZE
                          REM-CONTA DELIMITED BY SIZE
                          INTO WRK-ITEM-HISTORICO
                   MOVE RUNDATE-HOJE TO WRK-ITEM-INCLUSAO
                   MOVE REM-NUMERO TO WRK-ITEM-REMESSA
                   PERFORM INCLUIR-ITEM-LIVRO
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * 0006-CARREGAR-EXTRATO                                     *
      * LANCAMENTOS DO EXTRATO DO BANCO. SE O EXTRATO NAO TRAZ    *
      * NENHUMA DATA DEPOIS DA ULTIMA JA IMPORTADA, E REPETIDO -  *
      * OS LANCAMENTOS SAO DESCARTADOS E NADA SE DUPLICA.         *
      *----------------------------------------------------------*
       0006-CARREGAR-EXTRATO.

           MOVE WRK-CTL-ULT-EXTRATO TO WRK-NOVO-ULT-EXTRATO.
           MOVE WRK-QTD-BANCO TO WRK-QTD-BANCO-ANTES.

           OPEN INPUT EXTRATO-BANCO.
           IF EXB-ARQ-AUSENTE
               DISPLAY 'EXTRATO DO BANCO (EXTBANCO) NAO RECEBIDO - '
                       'SO AS PENDENCIAS SERAO CONCILIADAS.'
               GO TO 0006-CARREGAR-EXTRATO-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-LEITURA.
           PERFORM CARREGAR-UM-LANCAMENTO UNTIL LEITURA-FIM.
           CLOSE EXTRATO-BANCO.

           IF WRK-NOVO-ULT-EXTRATO = WRK-CTL-ULT-EXTRATO
               AND WRK-LIDOS-EXTRATO > ZEROS
               DISPLAY 'EXTRATO SEM DATA POSTERIOR A '
                       WRK-CTL-ULT-EXTRATO ' - JA IMPORTADO, '
                       WRK-LIDOS-EXTRATO ' LANCAMENTOS IGNORADOS.'
               MOVE WRK-QTD-BANCO-ANTES TO WRK-QTD-BANCO
               MOVE ZEROS TO WRK-LIDOS-EXTRATO
           END-IF.

       0006-CARREGAR-EXTRATO-EXIT.
           EXIT.

       CARREGAR-UM-LANCAMENTO.
           READ EXTRATO-BANCO
               AT END
                   SET LEITURA-FIM TO TRUE
           END-READ.
           IF NOT LEITURA-FIM
               ADD 1 TO WRK-LIDOS-EXTRATO
               IF EXB-DATA > WRK-NOVO-ULT-EXTRATO
                   MOVE EXB-DATA TO WRK-NOVO-ULT-EXTRATO
               END-IF
               MOVE 'EXTRATO' TO WRK-ITEM-ORIGEM
               MOVE EXB-DATA TO WRK-ITEM-DATA
               IF EXB-CREDITO
                   MOVE 'E' TO WRK-ITEM-SENTIDO
               ELSE
                   MOVE 'S' TO WRK-ITEM-SENTIDO
               END-IF
               MOVE EXB-VALOR TO WRK-ITEM-VALOR
               MOVE EXB-DOCUMENTO TO WRK-ITEM-REFERENCIA
               MOVE EXB-HISTORICO TO WRK-ITEM-HISTORICO
               MOVE RUNDATE-HOJE TO WRK-ITEM-INCLUSAO
               MOVE ZEROS TO WRK-ITEM-REMESSA
               PERFORM INCLUIR-ITEM-BANCO
           END-IF.

      *----------------------------------------------------------*
      * INCLUIR-ITEM-LIVRO / INCLUIR-ITEM-BANCO                   *
      * PASSA O ITEM MONTADO PARA A TABELA DO SEU LADO, AINDA SEM *
      * PAR. TABELA CHEIA MARCA O ESTOURO - A RODADA NAO REGISTRA *
      * A NOVA GERACAO PARA NAO PERDER PENDENCIAS.                 *
      *----------------------------------------------------------*
       INCLUIR-ITEM-LIVRO.
           IF WRK-QTD-LIVRO >= 5000
               IF NOT TABELA-ESTOURADA
                   DISPLAY 'TABELA DO LIVRO CHEIA (5000) - '
                           'CONCILIACAO NAO SERA REGISTRADA.'
               END-IF
               SET TABELA-ESTOURADA TO TRUE
           ELSE
               ADD 1 TO WRK-QTD-LIVRO
               MOVE WRK-ITEM-ORIGEM TO TAB-LIV-ORIGEM(WRK-QTD-LIVRO)
               MOVE WRK-ITEM-DATA TO TAB-LIV-DATA(WRK-QTD-LIVRO)
               COMPUTE TAB-LIV-DIAS(WRK-QTD-LIVRO) =
                   FUNCTION INTEGER-OF-DATE(WRK-ITEM-DATA)
               MOVE WRK-ITEM-SENTIDO
                   TO TAB-LIV-SENTIDO(WRK-QTD-LIVRO)
               MOVE WRK-ITEM-VALOR TO TAB-LIV-VALOR(WRK-QTD-LIVRO)
               MOVE WRK-ITEM-REFERENCIA
                   TO TAB-LIV-REFERENCIA(WRK-QTD-LIVRO)
               MOVE WRK-ITEM-HISTORICO
                   TO TAB-LIV-HISTORICO(WRK-QTD-LIVRO)
               MOVE WRK-ITEM-INCLUSAO
                   TO TAB-LIV-INCLUSAO(WRK-QTD-LIVRO)
               MOVE WRK-ITEM-REMESSA
                   TO TAB-LIV-REMESSA(WRK-QTD-LIVRO)
               MOVE ZEROS TO TAB-LIV-PAR(WRK-QTD-LIVRO)
           END-IF.

       INCLUIR-ITEM-BANCO.
           IF WRK-QTD-BANCO >= 5000
               IF NOT TABELA-ESTOURADA
                   DISPLAY 'TABELA DO BANCO CHEIA (5000) - '
                           'CONCILIACAO NAO SERA REGISTRADA.'
               END-IF
               SET TABELA-ESTOURADA TO TRUE
           ELSE
               ADD 1 TO WRK-QTD-BANCO
               MOVE WRK-ITEM-ORIGEM TO TAB-BAN-ORIGEM(WRK-QTD-BANCO)
               MOVE WRK-ITEM-DATA TO TAB-BAN-DATA(WRK-QTD-BANCO)
               COMPUTE TAB-BAN-DIAS(WRK-QTD-BANCO) =
                   FUNCTION INTEGER-OF-DATE(WRK-ITEM-DATA)
               MOVE WRK-ITEM-SENTIDO
                   TO TAB-BAN-SENTIDO(WRK-QTD-BANCO)
               MOVE WRK-ITEM-VALOR TO TAB-BAN-VALOR(WRK-QTD-BANCO)
               MOVE WRK-ITEM-REFERENCIA
                   TO TAB-BAN-REFERENCIA(WRK-QTD-BANCO)
               MOVE WRK-ITEM-HISTORICO
                   TO TAB-BAN-HISTORICO(WRK-QTD-BANCO)
               MOVE WRK-ITEM-INCLUSAO
                   TO TAB-BAN-INCLUSAO(WRK-QTD-BANCO)
               MOVE ZEROS TO TAB-BAN-PAR(WRK-QTD-BANCO)
           END-IF.

      *----------------------------------------------------------*
      * 0007-CASAR-ITENS                                          *
      * PRIMEIRA PASSADA: MESMO SENTIDO, VALOR E REFERENCIA, SEM  *
      * LIMITE DE DATA. SEGUNDA: SO SENTIDO E VALOR, COM A DATA   *
      * DENTRO DA TOLERANCIA. FICA SEMPRE O PAR DE DATA MAIS      *
      * PROXIMA.                                                  *
      *----------------------------------------------------------*
       0007-CASAR-ITENS.

           PERFORM CASAR-POR-REFERENCIA
               VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > WRK-QTD-LIVRO.
           PERFORM CASAR-POR-DATA
               VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > WRK-QTD-LIVRO.

       CASAR-POR-REFERENCIA.
           IF TAB-LIV-PAR(WRK-IND) = ZEROS
               AND TAB-LIV-REFERENCIA(WRK-IND) NOT = SPACES
               MOVE ZEROS TO WRK-MELHOR
               MOVE 99999999 TO WRK-MELHOR-DIF
               PERFORM TESTAR-PAR-REFERENCIA
                   VARYING WRK-IND-B FROM 1 BY 1
                   UNTIL WRK-IND-B > WRK-QTD-BANCO
               IF WRK-MELHOR > ZEROS
                   PERFORM MARCAR-PAR
               END-IF
           END-IF.

       TESTAR-PAR-REFERENCIA.
           IF TAB-BAN-PAR(WRK-IND-B) = ZEROS
               AND TAB-BAN-SENTIDO(WRK-IND-B) = TAB-LIV-SENTIDO(WRK-IND)
               AND TAB-BAN-VALOR(WRK-IND-B) = TAB-LIV-VALOR(WRK-IND)
               AND TAB-BAN-REFERENCIA(WRK-IND-B) =
                   TAB-LIV-REFERENCIA(WRK-IND)
               PERFORM MEDIR-DIFERENCA
               IF WRK-DIF < WRK-MELHOR-DIF
                   MOVE WRK-DIF TO WRK-MELHOR-DIF
                   MOVE WRK-IND-B TO WRK-MELHOR
               END-IF
           END-IF.

       CASAR-POR-DATA.
           IF TAB-LIV-PAR(WRK-IND) = ZEROS
               MOVE ZEROS TO WRK-MELHOR
               MOVE 99999999 TO WRK-MELHOR-DIF
               PERFORM TESTAR-PAR-DATA
                   VARYING WRK-IND-B FROM 1 BY 1
                   UNTIL WRK-IND-B > WRK-QTD-BANCO
               IF WRK-MELHOR > ZEROS
                   PERFORM MARCAR-PAR
               END-IF
           END-IF.

       TESTAR-PAR-DATA.
           IF TAB-BAN-PAR(WRK-IND-B) = ZEROS
               AND TAB-BAN-SENTIDO(WRK-IND-B) = TAB-LIV-SENTIDO(WRK-IND)
               AND TAB-BAN-VALOR(WRK-IND-B) = TAB-LIV-VALOR(WRK-IND)
               PERFORM MEDIR-DIFERENCA
               IF WRK-DIF NOT > WRK-TOLERANCIA
                   AND WRK-DIF < WRK-MELHOR-DIF
                   MOVE WRK-DIF TO WRK-MELHOR-DIF
                   MOVE WRK-IND-B TO WRK-MELHOR
               END-IF
           END-IF.

       MEDIR-DIFERENCA.
           COMPUTE WRK-DIF =
               TAB-LIV-DIAS(WRK-IND) - TAB-BAN-DIAS(WRK-IND-B).
           IF WRK-DIF < ZEROS
               COMPUTE WRK-DIF = ZEROS - WRK-DIF
           END-IF.

       MARCAR-PAR.
           MOVE WRK-MELHOR TO TAB-LIV-PAR(WRK-IND).
           MOVE WRK-IND TO TAB-BAN-PAR(WRK-MELHOR).
           ADD 1 TO WRK-TOTAL-CONCILIADOS.
           ADD TAB-LIV-VALOR(WRK-IND) TO WRK-VALOR-CONCILIADO.

      *----------------------------------------------------------*
      * 0008-FINALIZAR                                            *
      * IMPRIME AS TRES SECOES E A IDADE DOS ITENS EM ABERTO,     *
      * REGRAVA AS PENDENCIAS NA NOVA GERACAO E ANOTA NO BANCREM  *
      * OS PAGAMENTOS DO REMPAG LEVADOS NESTA RODADA.             *
      *----------------------------------------------------------*
       0008-FINALIZAR.

           OPEN OUTPUT BANCO-PENDENTE-NOVO.
           MOVE SPACES TO REG-BANCO-PENDENTE.
           SET BCP-CONTROLE TO TRUE.
           MOVE WRK-CTL-INICIO TO BCP-CTL-INICIO.
           MOVE WRK-NOVO-ULT-JORNAL TO BCP-CTL-ULT-JORNAL.
           MOVE WRK-NOVO-ULT-EXTRATO TO BCP-CTL-ULT-EXTRATO.
           WRITE REG-BANCO-PENDENTE-NOVO FROM REG-BANCO-PENDENTE.
           ADD 1 TO WRK-TOTAL-GRAVADOS.

           MOVE 'ITENS CONCILIADOS' TO LINHA-BANCO.
           WRITE LINHA-BANCO.
           PERFORM IMPRIMIR-CONCILIADO
               VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > WRK-QTD-LIVRO.

           MOVE SPACES TO LINHA-BANCO.
           WRITE LINHA-BANCO.
           MOVE 'LIVRO SEM LANCAMENTO NO BANCO' TO LINHA-BANCO.
           WRITE LINHA-BANCO.
           PERFORM IMPRIMIR-LIVRO-ABERTO
               VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > WRK-QTD-LIVRO.

           MOVE SPACES TO LINHA-BANCO.
           WRITE LINHA-BANCO.
           MOVE 'BANCO SEM LINHA NO LIVRO' TO LINHA-BANCO.
           WRITE LINHA-BANCO.
           PERFORM IMPRIMIR-BANCO-ABERTO
               VARYING WRK-IND-B FROM 1 BY 1
               UNTIL WRK-IND-B > WRK-QTD-BANCO.

           CLOSE BANCO-PENDENTE-NOVO.

           MOVE SPACES TO LINHA-BANCO.
           WRITE LINHA-BANCO.
           MOVE 'IDADE DOS ITENS EM ABERTO' TO LINHA-BANCO.
           WRITE LINHA-BANCO.
           PERFORM IMPRIMIR-FAIXA
               VARYING WRK-FAIXA FROM 1 BY 1
               UNTIL WRK-FAIXA > 5.

           PERFORM IMPRIMIR-TOTAIS.
           CLOSE RELATORIO-BANCO.

           IF TABELA-ESTOURADA
               CLOSE BANCO-REMESSA
               DISPLAY 'BANCONC' '   DATA: ' RUNDATE-HOJE-ED
               DISPLAY 'TABELA ESTOURADA - BANCPENN NAO REGISTRADO E '
                       'BANCREM INALTERADO; A RODADA PODE SER '
                       'REPETIDA DEPOIS DE AMPLIAR AS TABELAS.'
               MOVE 8 TO RETURN-CODE
               GO TO 0008-FINALIZAR-EXIT
           END-IF.

           MOVE 'BANCPEND' TO GER-WS-ARQUIVO.
           MOVE 'BANCPENN' TO GER-WS-NOVO.
           MOVE WRK-TOTAL-GRAVADOS TO GER-WS-CONTAGEM.
           PERFORM REGISTRAR-GERACAO THRU REGISTRAR-GERACAO-EXIT.

           PERFORM ANOTAR-REMESSA
               VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > WRK-QTD-LIVRO.
           CLOSE BANCO-REMESSA.

           DISPLAY 'BANCONC' '   DATA: ' RUNDATE-HOJE-ED.
           DISPLAY 'PENDENCIAS ANTERIORES...: ' WRK-PEND-ANTERIORES.
           DISPLAY 'LINHAS DO JORNAL........: ' WRK-LIDAS-JORNAL.
           DISPLAY 'PAGAMENTOS DO REMPAG....: ' WRK-LIDOS-REMPAG.
           DISPLAY 'LANCAMENTOS DO EXTRATO..: ' WRK-LIDOS-EXTRATO.
           DISPLAY 'CONCILIADOS.............: ' WRK-TOTAL-CONCILIADOS.
           DISPLAY 'LIVRO SEM BANCO.........: '
                   WRK-TOTAL-LIVRO-ABERTO.
           DISPLAY 'BANCO SEM LIVRO.........: '
                   WRK-TOTAL-BANCO-ABERTO.
           DISPLAY 'RELATORIO GRAVADO EM BANCREL.'.
           IF WRK-TOTAL-LIVRO-ABERTO > ZEROS
               OR WRK-TOTAL-BANCO-ABERTO > ZEROS
               DISPLAY 'ITENS EM ABERTO REGRAVADOS EM BANCPENN, '
                       'REGISTRADO PARA PROMOCAO NO GERACAO.'
           END-IF.
           IF WRK-TOTAL-FORA-PRAZO > ZEROS
               DISPLAY 'EM ABERTO HA MAIS DE ' WRK-TOLERANCIA
                       ' DIAS: ' WRK-TOTAL-FORA-PRAZO
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

       0008-FINALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * IMPRIMIR-CONCILIADO                                       *
      * LINHA DO LIVRO COM O LANCAMENTO DO BANCO QUE A CASOU.     *
      *----------------------------------------------------------*
       IMPRIMIR-CONCILIADO.
           IF TAB-LIV-PAR(WRK-IND) > ZEROS
               MOVE TAB-LIV-PAR(WRK-IND) TO WRK-IND-B
               MOVE TAB-LIV-DATA(WRK-IND) TO WRK-DATA-ED
               MOVE TAB-BAN-DATA(WRK-IND-B) TO WRK-DATA-ED2
               MOVE TAB-LIV-VALOR(WRK-IND) TO WRK-VALOR-ED
               MOVE SPACES TO LINHA-BANCO
               STRING 'CONCILIADO ' DELIMITED BY SIZE
                      WRK-DATA-ED DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      TAB-LIV-ORIGEM(WRK-IND) DELIMITED BY SIZE
                      ' REF ' DELIMITED BY SIZE
                      TAB-LIV-REFERENCIA(WRK-IND) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      TAB-LIV-SENTIDO(WRK-IND) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      ' BANCO ' DELIMITED BY SIZE
                      WRK-DATA-ED2 DELIMITED BY SIZE
                      ' DOC ' DELIMITED BY SIZE
                      TAB-BAN-REFERENCIA(WRK-IND-B) DELIMITED BY SIZE
                      INTO LINHA-BANCO
               WRITE LINHA-BANCO
           END-IF.

      *----------------------------------------------------------*
      * IMPRIMIR-LIVRO-ABERTO / IMPRIMIR-BANCO-ABERTO             *
      * ITEM SEM PAR: SAI COM A IDADE EM DIAS, ENTRA NA FAIXA DE  *
      * IDADE E SEGUE PARA A NOVA GERACAO DE PENDENCIAS.          *
      *----------------------------------------------------------*
       IMPRIMIR-LIVRO-ABERTO.
           IF TAB-LIV-PAR(WRK-IND) = ZEROS
               ADD 1 TO WRK-TOTAL-LIVRO-ABERTO
               ADD TAB-LIV-VALOR(WRK-IND) TO WRK-VALOR-LIVRO-ABERTO
               COMPUTE WRK-IDADE = WRK-HOJE-INT - TAB-LIV-DIAS(WRK-IND)
               PERFORM CLASSIFICAR-IDADE
               ADD 1 TO TAB-FX-QTD-LIVRO(WRK-FAIXA)
               ADD TAB-LIV-VALOR(WRK-IND)
                   TO TAB-FX-VAL-LIVRO(WRK-FAIXA)
               MOVE TAB-LIV-DATA(WRK-IND) TO WRK-DATA-ED
               MOVE TAB-LIV-VALOR(WRK-IND) TO WRK-VALOR-ED
               MOVE SPACES TO LINHA-BANCO
               STRING 'LIVRO ' DELIMITED BY SIZE
                      WRK-DATA-ED DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      TAB-LIV-ORIGEM(WRK-IND) DELIMITED BY SIZE
                      ' REF ' DELIMITED BY SIZE
                      TAB-LIV-REFERENCIA(WRK-IND) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      TAB-LIV-SENTIDO(WRK-IND) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      ' IDADE ' DELIMITED BY SIZE
                      WRK-IDADE-ED DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      TAB-LIV-HISTORICO(WRK-IND) DELIMITED BY SIZE
                      INTO LINHA-BANCO
               WRITE LINHA-BANCO
               MOVE 'L' TO BCP-TIPO
               MOVE TAB-LIV-ORIGEM(WRK-IND) TO BCP-ORIGEM
               MOVE TAB-LIV-DATA(WRK-IND) TO BCP-DATA
               MOVE TAB-LIV-SENTIDO(WRK-IND) TO BCP-SENTIDO
               MOVE TAB-LIV-VALOR(WRK-IND) TO BCP-VALOR
               MOVE TAB-LIV-REFERENCIA(WRK-IND) TO BCP-REFERENCIA
               MOVE TAB-LIV-HISTORICO(WRK-IND) TO BCP-HISTORICO
               MOVE TAB-LIV-INCLUSAO(WRK-IND) TO BCP-DATA-INCLUSAO
               WRITE REG-BANCO-PENDENTE-NOVO FROM REG-BANCO-PENDENTE
               ADD 1 TO WRK-TOTAL-GRAVADOS
           END-IF.

       IMPRIMIR-BANCO-ABERTO.
           IF TAB-BAN-PAR(WRK-IND-B) = ZEROS
               ADD 1 TO WRK-TOTAL-BANCO-ABERTO
               ADD TAB-BAN-VALOR(WRK-IND-B) TO WRK-VALOR-BANCO-ABERTO
               COMPUTE WRK-IDADE =
                   WRK-HOJE-INT - TAB-BAN-DIAS(WRK-IND-B)
               PERFORM CLASSIFICAR-IDADE
               ADD 1 TO TAB-FX-QTD-BANCO(WRK-FAIXA)
               ADD TAB-BAN-VALOR(WRK-IND-B)
                   TO TAB-FX-VAL-BANCO(WRK-FAIXA)
               MOVE TAB-BAN-DATA(WRK-IND-B) TO WRK-DATA-ED
               MOVE TAB-BAN-VALOR(WRK-IND-B) TO WRK-VALOR-ED
               MOVE SPACES TO LINHA-BANCO
               STRING 'BANCO ' DELIMITED BY SIZE
                      WRK-DATA-ED DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      TAB-BAN-ORIGEM(WRK-IND-B) DELIMITED BY SIZE
                      ' DOC ' DELIMITED BY SIZE
                      TAB-BAN-REFERENCIA(WRK-IND-B) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      TAB-BAN-SENTIDO(WRK-IND-B) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      ' IDADE ' DELIMITED BY SIZE
                      WRK-IDADE-ED DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      TAB-BAN-HISTORICO(WRK-IND-B) DELIMITED BY SIZE
                      INTO LINHA-BANCO
               WRITE LINHA-BANCO
               MOVE 'B' TO BCP-TIPO
               MOVE TAB-BAN-ORIGEM(WRK-IND-B) TO BCP-ORIGEM
               MOVE TAB-BAN-DATA(WRK-IND-B) TO BCP-DATA
               MOVE TAB-BAN-SENTIDO(WRK-IND-B) TO BCP-SENTIDO
               MOVE TAB-BAN-VALOR(WRK-IND-B) TO BCP-VALOR
               MOVE TAB-BAN-REFERENCIA(WRK-IND-B) TO BCP-REFERENCIA
               MOVE TAB-BAN-HISTORICO(WRK-IND-B) TO BCP-HISTORICO
               MOVE TAB-BAN-INCLUSAO(WRK-IND-B) TO BCP-DATA-INCLUSAO
               WRITE REG-BANCO-PENDENTE-NOVO FROM REG-BANCO-PENDENTE
               ADD 1 TO WRK-TOTAL-GRAVADOS
           END-IF.

      *----------------------------------------------------------*
      * CLASSIFICAR-IDADE                                         *
      * ENQUADRA WRK-IDADE (DIAS DESDE A DATA DO ITEM) NA FAIXA E *
      * CONTA O QUE PASSOU DA TOLERANCIA.                         *
      *----------------------------------------------------------*
       CLASSIFICAR-IDADE.
           IF WRK-IDADE < ZEROS
               MOVE ZEROS TO WRK-IDADE
           END-IF.
           MOVE WRK-IDADE TO WRK-IDADE-ED.
           EVALUATE TRUE
               WHEN WRK-IDADE NOT > 3
                   MOVE 1 TO WRK-FAIXA
               WHEN WRK-IDADE NOT > 7
                   MOVE 2 TO WRK-FAIXA
               WHEN WRK-IDADE NOT > 15
                   MOVE 3 TO WRK-FAIXA
               WHEN WRK-IDADE NOT > 30
                   MOVE 4 TO WRK-FAIXA
               WHEN OTHER
                   MOVE 5 TO WRK-FAIXA
           END-EVALUATE.
           IF WRK-IDADE > WRK-TOLERANCIA
               ADD 1 TO WRK-TOTAL-FORA-PRAZO
           END-IF.

       IMPRIMIR-FAIXA.
           EVALUATE WRK-FAIXA
               WHEN 1
                   MOVE '0 A 3 DIAS' TO WRK-FX-ROTULO
               WHEN 2
                   MOVE '4 A 7 DIAS' TO WRK-FX-ROTULO
               WHEN 3
                   MOVE '8 A 15 DIAS' TO WRK-FX-ROTULO
               WHEN 4
                   MOVE '16 A 30 DIAS' TO WRK-FX-ROTULO
               WHEN OTHER
                   MOVE 'MAIS DE 30' TO WRK-FX-ROTULO
           END-EVALUATE.
           MOVE TAB-FX-QTD-LIVRO(WRK-FAIXA) TO WRK-QTD-ED.
           MOVE TAB-FX-VAL-LIVRO(WRK-FAIXA) TO WRK-VALOR-ED.
           MOVE TAB-FX-QTD-BANCO(WRK-FAIXA) TO WRK-QTD-ED2.
           MOVE TAB-FX-VAL-BANCO(WRK-FAIXA) TO WRK-VALOR-ED2.
           MOVE SPACES TO LINHA-BANCO.
           STRING WRK-FX-ROTULO DELIMITED BY SIZE
                  '  LIVRO ' DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  '   BANCO ' DELIMITED BY SIZE
                  WRK-QTD-ED2 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-VALOR-ED2 DELIMITED BY SIZE
                  INTO LINHA-BANCO.
           WRITE LINHA-BANCO.

       IMPRIMIR-TOTAIS.
           MOVE SPACES TO LINHA-BANCO.
           WRITE LINHA-BANCO.
           STRING 'PENDENCIAS ANTERIORES...: ' DELIMITED BY SIZE
                  WRK-PEND-ANTERIORES DELIMITED BY SIZE
                  INTO LINHA-BANCO.
           WRITE LINHA-BANCO.
           MOVE SPACES TO LINHA-BANCO.
           STRING 'LINHAS DO JORNAL........: ' DELIMITED BY SIZE
                  WRK-LIDAS-JORNAL DELIMITED BY SIZE
                  INTO LINHA-BANCO.
           WRITE LINHA-BANCO.
           MOVE SPACES TO LINHA-BANCO.
           STRING 'PAGAMENTOS DO REMPAG....: ' DELIMITED BY SIZE
                  WRK-LIDOS-REMPAG DELIMITED BY SIZE
                  INTO LINHA-BANCO.
           WRITE LINHA-BANCO.
           MOVE SPACES TO LINHA-BANCO.
           STRING 'LANCAMENTOS DO EXTRATO..: ' DELIMITED BY SIZE
                  WRK-LIDOS-EXTRATO DELIMITED BY SIZE
                  INTO LINHA-BANCO.
           WRITE LINHA-BANCO.
           MOVE WRK-VALOR-CONCILIADO TO WRK-VALOR-ED.
           MOVE SPACES TO LINHA-BANCO.
           STRING 'CONCILIADOS.............: ' DELIMITED BY SIZE
                  WRK-TOTAL-CONCILIADOS DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  INTO LINHA-BANCO.
           WRITE LINHA-BANCO.
           MOVE WRK-VALOR-LIVRO-ABERTO TO WRK-VALOR-ED.
           MOVE SPACES TO LINHA-BANCO.
           STRING 'LIVRO SEM BANCO.........: ' DELIMITED BY SIZE
                  WRK-TOTAL-LIVRO-ABERTO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  INTO LINHA-BANCO.
           WRITE LINHA-BANCO.
           MOVE WRK-VALOR-BANCO-ABERTO TO WRK-VALOR-ED.
           MOVE SPACES TO LINHA-BANCO.
           STRING 'BANCO SEM LIVRO.........: ' DELIMITED BY SIZE
                  WRK-TOTAL-BANCO-ABERTO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  INTO LINHA-BANCO.
           WRITE LINHA-BANCO.
           MOVE SPACES TO LINHA-BANCO.
           STRING 'EM ABERTO ALEM DE ' DELIMITED BY SIZE
                  WRK-TOLERANCIA DELIMITED BY SIZE
                  ' DIAS: ' DELIMITED BY SIZE
                  WRK-TOTAL-FORA-PRAZO DELIMITED BY SIZE
                  INTO LINHA-BANCO.
           WRITE LINHA-BANCO.

      *----------------------------------------------------------*
      * ANOTAR-REMESSA                                            *
      * PAGAMENTO DO REMPAG QUE ENTROU NESTA RODADA: GRAVA A      *
      * CHAVE NO BANCREM PARA NAO SER LEVADO DE NOVO.             *
      *----------------------------------------------------------*
       ANOTAR-REMESSA.
           IF TAB-LIV-REMESSA(WRK-IND) > ZEROS
               MOVE TAB-LIV-REMESSA(WRK-IND) TO BCR-NUMERO
               MOVE RUNDATE-HOJE TO BCR-DATA-INCLUSAO
               WRITE REG-BANCO-REMESSA
                   INVALID KEY
                       DISPLAY 'INSTRUCAO ' BCR-NUMERO
                               ' JA ANOTADA NO BANCREM.'
               END-WRITE
           END-IF.

           COPY 'RPTHDRP.CPY'.
           COPY 'RUNDATEP.CPY'.
           COPY 'PARAMETROSP.CPY'.
           COPY 'GERACAOP.CPY' REPLACING ==GER-PROGRAM-ID==
               BY =='BANCONC'==.
