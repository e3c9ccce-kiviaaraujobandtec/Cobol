      *EM RUN-STATS.
      *DATA   = 31/03/22
      *HISTORICO DE ALTERACOES
      *26/04/22 KA A COBRANCA NASCE SEM BOLETO (NOSSO NUMERO ZERO)
      *PARA A REMESSA DE COBRANCA BOLREM
      *27/04/22 KA O VENCIMENTO DO ALUNO CUJO RESPONSAVEL MORA EM
      *UF COM FERIADO LOCAL NO DIA TAMBEM RECUA PARA O DIA UTIL
      *ANTERIOR (O DO CABECALHO CONTINUA O NACIONAL)
      *14/05/22 KA DESCONTOS NA COBRANCA: BOLSA, FUNCIONARIO,
      *IRMAO E PONTUALIDADE DO CADASTRO DESCONTO (DESCMNT),
      *VIGENTES NO VENCIMENTO DO ALUNO, APLICADOS NESSA ORDEM
      *SOBRE O VALOR DA TURMA E LIMITADOS AO QUE AINDA RESTA A
      *PAGAR. O IRMAO SEM CADASTRO E DETECTADO PELO MESMO
      *RESPONSAVEL (NOME E ENDERECO) NO ALUNMST: TODOS OS ALUNOS
      *ATIVOS DA FAMILIA, MENOS O DE MENOR MATRICULA, RECEBEM O
      *PERCENTUAL DE PARAMETROS (DESC-IRMAO-PCT, PADRAO 10%). A
      *COBRANCA GRAVA O BRUTO, O DESCONTO DE CADA TIPO E O
      *LIQUIDO (MENS-VALOR)
      *15/05/22 KA REGIME DE COMPETENCIA: O LIQUIDO FATURADO NA
      *RODADA VAI PARA O JORNAL (DEBITO MENS-RECEBER X CREDITO
      *MENSALIDADES, LOTE = COMPETENCIA) E PARA O RAZAO MENSRAZ.
      *NO PRIMEIRO FATURAMENTO COM O RAZAO AUSENTE, AS COBRANCAS
      *JA EM ABERTO SAO IMPLANTADAS NA CONTA A RECEBER COM O
      *MESMO PAR DE LANCAMENTOS
      *16/05/22 KA RESPONSAVEL COM CPF VINCULADO (ALUN-CPF-RESP):
      *A UF DO FERIADO LOCAL VEM DO CADASTRO-CLIENTE (RESPP.CPY)
      *E OS IRMAOS SAO AGRUPADOS PELO CPF DO RESPONSAVEL; SEM CPF
      *CONTINUA VALENDO NOME E ENDERECO DO ALUNMST
      *27/05/22 KA CONTA DA LINHA DE JORNAL CONFERIDA NO
      *PLANO DE CONTAS (PLCONTAS)
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS ALUN-MATRICULA
               FILE STATUS IS WRK-ALUN-STATUS.

           SELECT CADASTRO-CLIENTE ASSIGN TO "CADCLI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CPF
               FILE STATUS IS RSP-WS-CLI-STATUS.

           SELECT MENSALIDADE-TABELA ASSIGN TO "MENSTAB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARM-CHAVE
               FILE STATUS IS PARM-WS-STATUS.

           SELECT DESCONTO-ALUNO ASSIGN TO "DESCONTO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSC-CHAVE
               FILE STATUS IS WRK-DSC-STATUS.

           SELECT RAZAO-MENSAL ASSIGN TO "MENSRAZ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRZ-ANOMES
               FILE STATUS IS MRZ-WS-STATUS.

           SELECT JORNAL-EXTRATO ASSIGN TO "JRNLEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JRN-WS-STATUS.

           SELECT PERIODO-CONTABIL ASSIGN TO "PERCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-ANOMES
               FILE STATUS IS JRN-WS-PER-STATUS.

           SELECT JORNAL-RETIDO ASSIGN TO "JRNHELD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JRN-WS-RET-STATUS.

           SELECT PLANO-CONTAS ASSIGN TO "PLCONTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLC-CONTA
               FILE STATUS IS JRN-WS-PLC-STATUS.

           SELECT RELATORIO-FATURAMENTO ASSIGN TO "MENSGERA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.
       FD  ALUNO-MASTER.
           COPY 'ALUNMST.CPY'.

       FD  CADASTRO-CLIENTE.
           COPY 'CLIREG.CPY'.

       FD  MENSALIDADE-TABELA.
           COPY 'MENSTAB.CPY'.

       FD  PARAMETROS.
           COPY 'PARAMETROS.CPY'.

       FD  DESCONTO-ALUNO.
           COPY 'DESCONTO.CPY'.

       FD  RAZAO-MENSAL.
           COPY 'MENSRAZ.CPY'.

       FD  JORNAL-EXTRATO.
           COPY 'JORNAL.CPY'.

       FD  PERIODO-CONTABIL.
           COPY 'PERCTL.CPY'.

       FD  JORNAL-RETIDO.
           COPY 'JRNHELD.CPY'.

       FD  PLANO-CONTAS.
           COPY 'PLCONTAS.CPY'.

       FD  RELATORIO-FATURAMENTO.
       01  LINHA-FATURA        PIC X(80).

           COPY 'CALENDW.CPY'.
           COPY 'PARAMETROSW.CPY'.
           COPY 'RUNSTATSW.CPY'.
           COPY 'JORNALW.CPY'.
           COPY 'MENSRAZW.CPY'.
           COPY 'RESPW.CPY'.
       77 WRK-ALUN-STATUS PIC X(02) VALUE ZEROS.
           88 ALUN-OK VALUE '00'.
           88 ALUN-FIM VALUE '10'.
           88 TAB-NAO-ENCONTRADA VALUE '23' '35'.
       77 WRK-MENS-STATUS PIC X(02) VALUE ZEROS.
           88 MENS-OK VALUE '00'.
           88 MENS-FIM VALUE '10'.
           88 MENS-NAO-ENCONTRADA VALUE '23' '35'.
       77 WRK-REL-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-DSC-STATUS PIC X(02) VALUE ZEROS.
           88 DSC-OK VALUE '00'.
           88 DSC-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-DSC-ABERTO PIC X(01) VALUE 'N'.
           88 DESCONTO-ABERTO VALUE 'S'.

       77 WRK-ANOMES PIC 9(06) VALUE ZEROS.
       77 WRK-DIA-VENC PIC 9(02) VALUE 10.
       77 WRK-VENCIMENTO PIC 9(08) VALUE ZEROS.
       77 WRK-VENC-ALUNO PIC 9(08) VALUE ZEROS.
       77 WRK-JA-FATURADA PIC X(01) VALUE 'N'.
           88 COMPETENCIA-JA-FATURADA VALUE 'S'.
       77 WRK-VALOR-TURMA PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TEM-VALOR PIC X(01) VALUE 'N'.
           88 TURMA-COM-VALOR VALUE 'S'.

       77 WRK-IRMAO-PCT PIC 9(03)V99 VALUE 10.
       77 WRK-VALOR-LIQUIDO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-DESC PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TIPO-DESC PIC X(01) VALUE SPACES.
       77 WRK-TIPOS-APLICADOS PIC X(04) VALUE SPACES.
       77 WRK-DESC-ACHADO PIC X(01) VALUE 'N'.
           88 DESCONTO-CADASTRADO VALUE 'S'.

       77 WRK-QTD-RESP PIC 9(04) VALUE ZEROS.
       77 WRK-IND-RESP PIC 9(04) VALUE ZEROS.
       77 WRK-ACHOU-RESP PIC X(01) VALUE 'N'.
           88 RESPONSAVEL-NA-TABELA VALUE 'S'.
       77 WRK-RESP-CHEIA PIC X(01) VALUE 'N'.
           88 TABELA-RESP-CHEIA VALUE 'S'.
       01 TAB-RESPONSAVEIS.
           05 TAB-RSP-LINHA OCCURS 1000 TIMES
                           DEPENDING ON WRK-QTD-RESP.
               10 TAB-RSP-CPF        PIC 9(11).
               10 TAB-RSP-NOME       PIC X(30).
               10 TAB-RSP-ENDERECO   PIC X(30).
               10 TAB-RSP-QTD        PIC 9(03).
               10 TAB-RSP-PRIMEIRO   PIC 9(06).

       77 WRK-QTD-GERADAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-PULADAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-EXCECOES PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-COM-DESCONTO PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-FATURADO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-BRUTO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-DESCONTO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-IMPLANTADO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-QTD-IMPLANTADAS PIC 9(05) VALUE ZEROS.
           COPY 'MONEY.CPY' REPLACING ==MONEY-FIELD-NAME==
               BY ==WRK-VALOR-ED==.
           COPY 'MONEY.CPY' REPLACING ==MONEY-FIELD-NAME==
               BY ==WRK-DESCONTO-ED==.
           COPY 'RUNDATE.CPY'.
           COPY 'RPTHDR.CPY'.

           IF WRK-DIA-VENC > 28
               MOVE 28 TO WRK-DIA-VENC
           END-IF.
           MOVE 'DESC-IRMAO-PCT' TO PARM-CODIGO.
           PERFORM LER-PARAMETRO.
           IF PARM-VALOR > ZEROS AND PARM-VALOR NOT > 100
               MOVE PARM-VALOR TO WRK-IRMAO-PCT
           END-IF.

           PERFORM ABRIR-CALENDARIO.
           COMPUTE WRK-VENCIMENTO =
               PERFORM OBTER-DIA-UTIL-ANTERIOR
               MOVE CAL-WS-DATA-ANT TO WRK-VENCIMENTO
           END-IF.

           OPEN INPUT MENSALIDADE-TABELA.
           IF TAB-NAO-ENCONTRADA
               DISPLAY 'TABELA DE MENSALIDADES (MENSTAB) NAO '
                       'ENCONTRADA.'
           END-IF.
           OPEN INPUT DESCONTO-ALUNO.
           IF DSC-OK
               MOVE 'S' TO WRK-DSC-ABERTO
           END-IF.
           OPEN I-O MENSALIDADES.
           IF MENS-NAO-ENCONTRADA
               OPEN OUTPUT MENSALIDADES
               CLOSE MENSALIDADES
               OPEN I-O MENSALIDADES
           END-IF.
           MOVE WRK-ANOMES TO MRZ-WS-ANOMES.
           PERFORM ABRIR-RAZAO-MENSAL.
           IF MRZ-SEM-RAZAO
               PERFORM IMPLANTAR-RAZAO-MENSAL
               PERFORM IMPLANTAR-CONTAS-ABERTAS
           END-IF.

           OPEN OUTPUT RELATORIO-FATURAMENTO.
           MOVE 'FATURAMENTO DE MENSALIDADES' TO RPT-HDR-TITULO.
                       'ENCONTRADO.'
               SET ALUN-FIM TO TRUE
           ELSE
               PERFORM CARREGAR-RESPONSAVEIS
           END-IF.
           PERFORM ABRIR-CADASTRO-RESP.

       0003-PROCESSAR.

           IF NOT ALUN-NAO-ENCONTRADO
               CLOSE ALUNO-MASTER
           END-IF.
           PERFORM FECHAR-CADASTRO-RESP.
           IF NOT TAB-NAO-ENCONTRADA
               CLOSE MENSALIDADE-TABELA
           END-IF.
           IF WRK-TOTAL-FATURADO > ZEROS
               MOVE SPACES TO JRN-HISTORICO
               STRING 'FATURAMENTO COMPETENCIA ' DELIMITED BY SIZE
                      WRK-ANOMES DELIMITED BY SIZE
                      INTO JRN-HISTORICO
               MOVE WRK-TOTAL-FATURADO TO JRN-VALOR
               PERFORM LANCAR-JORNAL-RECEITA
               MOVE WRK-TOTAL-FATURADO TO MRZ-WS-FATURADO
               PERFORM LANCAR-RAZAO-MENSAL
                   THRU LANCAR-RAZAO-MENSAL-EXIT
           END-IF.
           PERFORM LER-RAZAO-MENSAL
               THRU LER-RAZAO-MENSAL-EXIT.
           CLOSE MENSALIDADES.
           PERFORM FECHAR-RAZAO-MENSAL.
           PERFORM FECHAR-JORNAL.
           IF DESCONTO-ABERTO
               CLOSE DESCONTO-ALUNO
           END-IF.
           PERFORM FECHAR-CALENDARIO.
           PERFORM FECHAR-PARAMETROS.

           MOVE SPACES TO LINHA-FATURA.
                  WRK-VALOR-ED DELIMITED BY SIZE
                  INTO LINHA-FATURA.
           WRITE LINHA-FATURA.
           MOVE SPACES TO LINHA-FATURA.
           MOVE WRK-TOTAL-BRUTO TO WRK-VALOR-ED.
           MOVE WRK-TOTAL-DESCONTO TO WRK-DESCONTO-ED.
           STRING 'BRUTO ' DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  '  DESCONTOS ' DELIMITED BY SIZE
                  WRK-DESCONTO-ED DELIMITED BY SIZE
                  '  COM DESCONTO: ' DELIMITED BY SIZE
                  WRK-QTD-COM-DESCONTO DELIMITED BY SIZE
                  INTO LINHA-FATURA.
           WRITE LINHA-FATURA.
           IF WRK-QTD-IMPLANTADAS > ZEROS
               MOVE WRK-TOTAL-IMPLANTADO TO WRK-VALOR-ED
               MOVE SPACES TO LINHA-FATURA
               STRING 'IMPLANTADAS NA CONTA A RECEBER: '
                      DELIMITED BY SIZE
                      WRK-QTD-IMPLANTADAS DELIMITED BY SIZE
                      ' VALOR ' DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      INTO LINHA-FATURA
               WRITE LINHA-FATURA
           END-IF.
           MOVE MRZ-WS-SALDO TO WRK-VALOR-ED.
           MOVE SPACES TO LINHA-FATURA.
           STRING 'SALDO MENS-RECEBER NO RAZAO: ' DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  INTO LINHA-FATURA.
           WRITE LINHA-FATURA.
           CLOSE RELATORIO-FATURAMENTO.

           DISPLAY 'PROGCOB08H' '   DATA: ' RUNDATE-HOJE-ED.
           DISPLAY 'COBRANCAS GERADAS....: ' WRK-QTD-GERADAS.
           DISPLAY 'JA FATURADAS.........: ' WRK-QTD-PULADAS.
           DISPLAY 'EXCECOES.............: ' WRK-QTD-EXCECOES.
           DISPLAY 'COM DESCONTO.........: ' WRK-QTD-COM-DESCONTO.
           IF TABELA-RESP-CHEIA
               DISPLAY 'TABELA DE RESPONSAVEIS CHEIA (1000) - '
                       'FAMILIAS EXCEDENTES SEM DESCONTO DE IRMAO '
                       'AUTOMATICO.'
           END-IF.
           DISPLAY 'RELATORIO GRAVADO EM MENSGERA.'.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

               GO TO FATURAR-ALUNO-EXIT
           END-IF.

           MOVE WRK-VENCIMENTO TO WRK-VENC-ALUNO.
           PERFORM OBTER-RESPONSAVEL THRU OBTER-RESPONSAVEL-EXIT.
           IF RSP-WS-UF NOT = SPACES
               MOVE RSP-WS-UF TO CAL-WS-UF
               MOVE SPACES TO CAL-WS-FILIAL
               MOVE WRK-VENC-ALUNO TO CAL-WS-DATA-TESTE
               PERFORM VALIDAR-DATA-UTIL
               IF CAL-DATA-NAO-UTIL
                   MOVE WRK-VENC-ALUNO TO CAL-WS-DATA-TESTE
                   PERFORM OBTER-DIA-UTIL-ANTERIOR
                   MOVE CAL-WS-DATA-ANT TO WRK-VENC-ALUNO
               END-IF
               MOVE SPACES TO CAL-WS-UF
           END-IF.

           MOVE ALUN-MATRICULA TO MENS-MATRICULA.
           MOVE WRK-ANOMES TO MENS-ANOMES.
           MOVE ALUN-TURMA TO MENS-TURMA.
           MOVE WRK-VALOR-TURMA TO WRK-VALOR-LIQUIDO.
           MOVE 'B' TO WRK-TIPO-DESC.
           PERFORM CALCULAR-DESCONTO THRU CALCULAR-DESCONTO-EXIT.
           MOVE WRK-VALOR-DESC TO MENS-DESC-BOLSA.
           MOVE 'F' TO WRK-TIPO-DESC.
           PERFORM CALCULAR-DESCONTO THRU CALCULAR-DESCONTO-EXIT.
           MOVE WRK-VALOR-DESC TO MENS-DESC-FUNC.
           MOVE 'I' TO WRK-TIPO-DESC.
           PERFORM CALCULAR-DESCONTO THRU CALCULAR-DESCONTO-EXIT.
           MOVE WRK-VALOR-DESC TO MENS-DESC-IRMAO.
           MOVE 'P' TO WRK-TIPO-DESC.
           PERFORM CALCULAR-DESCONTO THRU CALCULAR-DESCONTO-EXIT.
           MOVE WRK-VALOR-DESC TO MENS-DESC-PONTUAL.
           MOVE WRK-VALOR-TURMA TO MENS-VALOR-BRUTO.
           MOVE WRK-VALOR-LIQUIDO TO MENS-VALOR.
           COMPUTE MENS-DESCONTO =
               WRK-VALOR-TURMA - WRK-VALOR-LIQUIDO.
           MOVE ZEROS TO MENS-PONTUAL-PERDIDO.
           MOVE WRK-VENC-ALUNO TO MENS-VENCIMENTO.
           SET MENS-ABERTA TO TRUE.
           MOVE ZEROS TO MENS-DATA-PGTO.
           MOVE ZEROS TO MENS-VALOR-PAGO.
           MOVE ZEROS TO MENS-MULTA.
           MOVE ZEROS TO MENS-NOSSO-NUMERO.
           WRITE REG-MENSALIDADE.
           ADD 1 TO WRK-QTD-GERADAS.
           ADD WRK-VALOR-LIQUIDO TO WRK-TOTAL-FATURADO.
           ADD WRK-VALOR-TURMA TO WRK-TOTAL-BRUTO.
           IF MENS-DESCONTO > ZEROS
               ADD 1 TO WRK-QTD-COM-DESCONTO
               ADD MENS-DESCONTO TO WRK-TOTAL-DESCONTO
               MOVE '----' TO WRK-TIPOS-APLICADOS
               IF MENS-DESC-BOLSA > ZEROS
                   MOVE 'B' TO WRK-TIPOS-APLICADOS(1:1)
               END-IF
               IF MENS-DESC-FUNC > ZEROS
                   MOVE 'F' TO WRK-TIPOS-APLICADOS(2:1)
               END-IF
               IF MENS-DESC-IRMAO > ZEROS
                   MOVE 'I' TO WRK-TIPOS-APLICADOS(3:1)
               END-IF
               IF MENS-DESC-PONTUAL > ZEROS
                   MOVE 'P' TO WRK-TIPOS-APLICADOS(4:1)
               END-IF
               MOVE MENS-DESCONTO TO WRK-VALOR-ED
               MOVE SPACES TO LINHA-FATURA
               STRING 'DESCONTO MATR ' DELIMITED BY SIZE
                      ALUN-MATRICULA DELIMITED BY SIZE
                      ' TURMA ' DELIMITED BY SIZE
                      ALUN-TURMA DELIMITED BY SIZE
                      ' TIPOS ' DELIMITED BY SIZE
                      WRK-TIPOS-APLICADOS DELIMITED BY SIZE
                      ' VALOR ' DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      INTO LINHA-FATURA
               WRITE LINHA-FATURA
           END-IF.

       FATURAR-ALUNO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LANCAR-JORNAL-RECEITA                                     *
      * PAR DEBITO MENS-RECEBER X CREDITO MENSALIDADES PELO       *
      * VALOR E HISTORICO MOVIDOS PELO CHAMADOR, COM A            *
      * COMPETENCIA NO LOTE.                                      *
      *----------------------------------------------------------*
       LANCAR-JORNAL-RECEITA.
           MOVE WRK-ANOMES TO JRN-LOTE.
           MOVE 'MENS-RECEBER' TO JRN-CONTA.
           SET JRN-DEBITO TO TRUE.
           PERFORM GRAVAR-JORNAL.
           MOVE 'MENSALIDADES' TO JRN-CONTA.
           SET JRN-CREDITO TO TRUE.
           PERFORM GRAVAR-JORNAL.

      *----------------------------------------------------------*
      * IMPLANTAR-CONTAS-ABERTAS                                  *
      * PRIMEIRO FATURAMENTO POR COMPETENCIA: AS COBRANCAS JA EM  *
      * ABERTO NO MENSAL (RECEITA AINDA NAO RECONHECIDA NO REGIME *
      * DE CAIXA) ENTRAM NA CONTA A RECEBER E NO RAZAO COMO       *
      * IMPLANTACAO, ANTES DAS COBRANCAS DA RODADA.               *
      *----------------------------------------------------------*
       IMPLANTAR-CONTAS-ABERTAS.

           MOVE ZEROS TO MENS-CHAVE.
           START MENSALIDADES KEY IS NOT < MENS-CHAVE
               INVALID KEY
                   SET MENS-FIM TO TRUE
           END-START.
           PERFORM SOMAR-COBRANCA-ABERTA UNTIL MENS-FIM.

           IF WRK-TOTAL-IMPLANTADO > ZEROS
               MOVE 'IMPLANTACAO REGIME COMPETENCIA'
                   TO JRN-HISTORICO
               MOVE WRK-TOTAL-IMPLANTADO TO JRN-VALOR
               PERFORM LANCAR-JORNAL-RECEITA
           END-IF.
           MOVE WRK-TOTAL-IMPLANTADO TO MRZ-WS-IMPLANTACAO.
           PERFORM LANCAR-RAZAO-MENSAL
               THRU LANCAR-RAZAO-MENSAL-EXIT.

       SOMAR-COBRANCA-ABERTA.
           READ MENSALIDADES NEXT RECORD
               AT END
                   SET MENS-FIM TO TRUE
           END-READ.
           IF NOT MENS-FIM AND MENS-ABERTA
               ADD 1 TO WRK-QTD-IMPLANTADAS
               ADD MENS-VALOR TO WRK-TOTAL-IMPLANTADO
           END-IF.

      *----------------------------------------------------------*
      * CALCULAR-DESCONTO                                         *
      * CALCULA O DESCONTO DO TIPO WRK-TIPO-DESC PARA O ALUNO DA  *
      * VEZ SOBRE O VALOR BRUTO DA TURMA, LIMITADO AO LIQUIDO QUE *
      * AINDA RESTA, E O ABATE DO LIQUIDO. O CADASTRO DESCONTO    *
      * VALE QUANDO VIGENTE NO VENCIMENTO; O IRMAO SEM CADASTRO   *
      * VEM DA TABELA DE RESPONSAVEIS. REGISTRO DE IRMAO FORA DA  *
      * VIGENCIA SUSPENDE O DESCONTO AUTOMATICO DO ALUNO.         *
      *----------------------------------------------------------*
       CALCULAR-DESCONTO.

           MOVE ZEROS TO WRK-VALOR-DESC.
           MOVE 'N' TO WRK-DESC-ACHADO.
           IF DESCONTO-ABERTO
               MOVE ALUN-MATRICULA TO DSC-MATRICULA
               MOVE WRK-TIPO-DESC TO DSC-TIPO
               READ DESCONTO-ALUNO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-DESC-ACHADO
               END-READ
           END-IF.

           IF DESCONTO-CADASTRADO
               IF DSC-INICIO > WRK-VENC-ALUNO
                   GO TO CALCULAR-DESCONTO-EXIT
               END-IF
               IF DSC-FIM NOT = ZEROS AND DSC-FIM < WRK-VENC-ALUNO
                   GO TO CALCULAR-DESCONTO-EXIT
               END-IF
               IF DSC-PERCENTUAL
                   COMPUTE WRK-VALOR-DESC ROUNDED =
                       WRK-VALOR-TURMA * DSC-PERCENTUAL-VAL / 100
               ELSE
                   MOVE DSC-VALOR TO WRK-VALOR-DESC
               END-IF
           ELSE
               IF WRK-TIPO-DESC NOT = 'I'
                   OR (ALUN-RESPONSAVEL = SPACES
                       AND ALUN-CPF-RESP = ZEROS)
                   GO TO CALCULAR-DESCONTO-EXIT
               END-IF
               PERFORM LOCALIZAR-RESPONSAVEL
               IF NOT RESPONSAVEL-NA-TABELA
                   GO TO CALCULAR-DESCONTO-EXIT
               END-IF
               IF TAB-RSP-QTD(WRK-IND-RESP) > 1
                   AND TAB-RSP-PRIMEIRO(WRK-IND-RESP)
                       NOT = ALUN-MATRICULA
                   COMPUTE WRK-VALOR-DESC ROUNDED =
                       WRK-VALOR-TURMA * WRK-IRMAO-PCT / 100
               END-IF
           END-IF.

           IF WRK-VALOR-DESC > WRK-VALOR-LIQUIDO
               MOVE WRK-VALOR-LIQUIDO TO WRK-VALOR-DESC
           END-IF.
           SUBTRACT WRK-VALOR-DESC FROM WRK-VALOR-LIQUIDO.

       CALCULAR-DESCONTO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * CARREGAR-RESPONSAVEIS                                     *
      * PRE-LEITURA DO ALUNMST: MONTA A TABELA DE RESPONSAVEIS    *
      * (CPF VINCULADO OU, SEM ELE, NOME + ENDERECO) COM A        *
      * QUANTIDADE DE ALUNOS ATIVOS E A MENOR MATRICULA DE CADA   *
      * FAMILIA (A LEITURA E NA ORDEM DA MATRICULA), E            *
      * REPOSICIONA NO INICIO PARA O FATURAMENTO.                 *
      *----------------------------------------------------------*
       CARREGAR-RESPONSAVEIS.

           READ ALUNO-MASTER NEXT RECORD
               AT END
                   SET ALUN-FIM TO TRUE
           END-READ.
           PERFORM REGISTRAR-RESPONSAVEL UNTIL ALUN-FIM.

           MOVE ZEROS TO ALUN-MATRICULA.
           START ALUNO-MASTER KEY IS NOT < ALUN-MATRICULA
               INVALID KEY
                   SET ALUN-FIM TO TRUE
               NOT INVALID KEY
                   READ ALUNO-MASTER NEXT RECORD
                       AT END
                           SET ALUN-FIM TO TRUE
                   END-READ
           END-START.

       REGISTRAR-RESPONSAVEL.
           IF ALUNO-ATIVO AND (ALUN-RESPONSAVEL NOT = SPACES
                               OR ALUN-CPF-RESP NOT = ZEROS)
               PERFORM LOCALIZAR-RESPONSAVEL
               IF RESPONSAVEL-NA-TABELA
                   ADD 1 TO TAB-RSP-QTD(WRK-IND-RESP)
               ELSE
                   IF WRK-QTD-RESP < 1000
                       ADD 1 TO WRK-QTD-RESP
                       MOVE ALUN-CPF-RESP
                           TO TAB-RSP-CPF(WRK-QTD-RESP)
                       MOVE ALUN-RESPONSAVEL
                           TO TAB-RSP-NOME(WRK-QTD-RESP)
                       MOVE ALUN-END-RESP
                           TO TAB-RSP-ENDERECO(WRK-QTD-RESP)
                       MOVE 1 TO TAB-RSP-QTD(WRK-QTD-RESP)
                       MOVE ALUN-MATRICULA
                           TO TAB-RSP-PRIMEIRO(WRK-QTD-RESP)
                   ELSE
                       MOVE 'S' TO WRK-RESP-CHEIA
                   END-IF
               END-IF
           END-IF.
           READ ALUNO-MASTER NEXT RECORD
               AT END
                   SET ALUN-FIM TO TRUE
           END-READ.

      *----------------------------------------------------------*
      * LOCALIZAR-RESPONSAVEL                                     *
      * PROCURA NA TABELA O RESPONSAVEL DO ALUNO DA VEZ; QUANDO   *
      * ACHA, WRK-IND-RESP APONTA A LINHA.                        *
      *----------------------------------------------------------*
       LOCALIZAR-RESPONSAVEL.
           MOVE 'N' TO WRK-ACHOU-RESP.
           PERFORM PROCURAR-RESPONSAVEL
               VARYING WRK-IND-RESP FROM 1 BY 1
               UNTIL WRK-IND-RESP > WRK-QTD-RESP
                  OR RESPONSAVEL-NA-TABELA.
           IF RESPONSAVEL-NA-TABELA
               SUBTRACT 1 FROM WRK-IND-RESP
           END-IF.

       PROCURAR-RESPONSAVEL.
           IF ALUN-CPF-RESP NOT = ZEROS
               IF TAB-RSP-CPF(WRK-IND-RESP) = ALUN-CPF-RESP
                   MOVE 'S' TO WRK-ACHOU-RESP
               END-IF
           ELSE
               IF TAB-RSP-CPF(WRK-IND-RESP) = ZEROS
                   AND TAB-RSP-NOME(WRK-IND-RESP) = ALUN-RESPONSAVEL
                   AND TAB-RSP-ENDERECO(WRK-IND-RESP) = ALUN-END-RESP
                   MOVE 'S' TO WRK-ACHOU-RESP
               END-IF
           END-IF.

           COPY 'RUNDATEP.CPY'.
           COPY 'RPTHDRP.CPY'.
           COPY 'CALENDP.CPY'.
           COPY 'PARAMETROSP.CPY'.
           COPY 'MENSRAZP.CPY'.
           COPY 'RESPP.CPY'.
           COPY 'JORNALP.CPY' REPLACING ==JRN-PROGRAM-ID==
               BY =='PROGCOB08H'==.
           COPY 'RUNSTATSP.CPY' REPLACING ==STATS-PROGRAM-ID==
               BY =='PROGCOB08H'==.
