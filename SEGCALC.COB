       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEGCALC.
      **********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = KIVIA(ALURA) KIVIAAL
      *OBJETIVO: SEGMENTACAO MENSAL DOS CLIENTES - ORDENA POR CPF
      *O CADASTRO-CLIENTE, AS CONTAS DO RAZAO DE INVESTIMENTOS
      *(PELO LEDGER-CPF DO TITULAR) E OS ALUNOS ATIVOS COM
      *RESPONSAVEL VINCULADO (ALUN-CPF-RESP) E, PARA CADA CLIENTE
      *ATIVO, APURA NO HISTORICO DE COMPRAS CLICOMP OS TRES
      *SCORES (1 A 5):
      *  RECENCIA   - DIAS DESDE A ULTIMA COMPRA (ATE 30 = 5,
      *               90 = 4, 180 = 3, 365 = 2, MAIS OU NUNCA = 1)
      *  FREQUENCIA - COMPRAS NOS ULTIMOS 365 DIAS (12 OU MAIS =
      *               5, 6 = 4, 3 = 3, 1 = 2, NENHUMA = 1), MAIS
      *               1 PONTO (ATE 5) PARA QUEM TEM ALUNO VINCULADO
      *  VALOR      - COMPRAS MENOS DEVOLUCOES NOS ULTIMOS 365
      *               DIAS MAIS O SALDO DAS CONTAS DE INVESTIMENTO
      *               NAO ENCERRADAS, NAS FAIXAS SEGM-VALOR-FX5/4/3
      *               (PADRAO 20.000, 5.000 E 1.000; ACIMA DE ZERO
      *               = 2, ZERO = 1)
      *E ENQUADRA O CLIENTE, NESTA ORDEM, EM NOVO (PRIMEIRA
      *COMPRA HA ATE SEGM-DIAS-NOVO DIAS, PADRAO 90), TOP (SOMA
      *DOS SCORES A PARTIR DE SEGM-SCORE-TOP, PADRAO 12), EM RISCO
      *(SEM COMPRA HA MAIS DE 90 DIAS E ATE 365, COM 3 OU MAIS
      *COMPRAS NA VIDA OU VALOR A PARTIR DE 3), DORMENTE (SEM
      *COMPRA NO ANO, SEM INVESTIMENTO E SEM ALUNO), CRESCENDO
      *(COMPROU MAIS NOS ULTIMOS 90 DIAS QUE NOS 90 ANTERIORES) OU
      *OCASIONAL. O SEGMENTO CORRENTE VAI PARA O SEGCLI (LIDO PELA
      *EXTRACAO DE MARKETING ATIVIDADE01E) E O DO MES PARA O
      *HISTORICO SEGHIST. O RELATORIO SEGREL TRAZ OS CLIENTES POR
      *SEGMENTO E A MIGRACAO DO MES ANTERIOR PARA O ATUAL. A
      *RERODADA NO MESMO MES COMPARA SEMPRE COM O MES ANTERIOR.
      *CLIENTE INATIVO SAI DA SEGMENTACAO.
      *DATA   = 05/06/22
      *HISTORICO DE ALTERACOES
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADASTRO-CLIENTE ASSIGN TO "CADCLI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CPF
               ALTERNATE RECORD KEY IS REG-NOME
                   WITH DUPLICATES
               FILE STATUS IS WRK-CLI-STATUS.

           SELECT INVESTIMENTO-LEDGER ASSIGN TO "INVLEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDGER-CONTA
               FILE STATUS IS WRK-LEDGER-STATUS.

           SELECT ALUNO-MASTER ASSIGN TO "ALUNMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALUN-MATRICULA
               FILE STATUS IS WRK-ALUN-STATUS.

           SELECT COMPRAS-CLIENTE ASSIGN TO "CLICOMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CCOMP-CHAVE
               FILE STATUS IS WRK-CCOMP-STATUS.

           SELECT SEGMENTO-CLIENTE ASSIGN TO "SEGCLI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEGC-CPF
               FILE STATUS IS WRK-SEGC-STATUS.

           SELECT SEGMENTO-HISTORICO ASSIGN TO "SEGHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEGH-CHAVE
               FILE STATUS IS WRK-SEGH-STATUS.

           SELECT RELATORIO-SEGMENTOS ASSIGN TO "SEGREL"
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

           SELECT WRK-SORT-FILE ASSIGN TO "SEGSRT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CADASTRO-CLIENTE.
           COPY 'CLIREG.CPY'.

       FD  INVESTIMENTO-LEDGER.
           COPY 'LEDGER.CPY'.

       FD  ALUNO-MASTER.
           COPY 'ALUNMST.CPY'.

       FD  COMPRAS-CLIENTE.
           COPY 'CLICOMP.CPY'.

       FD  SEGMENTO-CLIENTE.
           COPY 'SEGCLI.CPY'.

       FD  SEGMENTO-HISTORICO.
           COPY 'SEGHIST.CPY'.

       FD  RELATORIO-SEGMENTOS.
       01  LINHA-SEGMENTOS     PIC X(80).

       FD  PARAMETROS.
           COPY 'PARAMETROS.CPY'.

       FD  RUN-STATS.
           COPY 'RUNSTATS.CPY'.

      *UM REGISTRO POR CLIENTE DO CADASTRO (TIPO 1), POR CONTA DE
      *INVESTIMENTO COM SALDO (TIPO 2) E POR ALUNO ATIVO COM
      *RESPONSAVEL VINCULADO (TIPO 3); O CADASTRO VEM PRIMEIRO
       SD  WRK-SORT-FILE.
       01  REG-SEGMENTO-SORT.
           05 SRT-CPF              PIC 9(11).
           05 SRT-TIPO             PIC X(01).
               88 SRT-CADASTRO         VALUE '1'.
               88 SRT-INVESTIMENTO     VALUE '2'.
               88 SRT-ALUNO            VALUE '3'.
           05 SRT-SITUACAO         PIC X(01).
               88 SRT-CLIENTE-INATIVO  VALUE 'I'.
           05 SRT-VALOR            PIC 9(09)V99.

       WORKING-STORAGE SECTION.
           COPY 'RUNSTATSW.CPY'.
           COPY 'PARAMETROSW.CPY'.
           COPY 'SEGTAB.CPY'.
       77 WRK-CLI-STATUS PIC X(02) VALUE ZEROS.
           88 CLI-OK VALUE '00'.
           88 CLI-FIM VALUE '10'.
           88 CLI-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-LEDGER-STATUS PIC X(02) VALUE ZEROS.
           88 LEDGER-FIM VALUE '10'.
           88 LEDGER-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-ALUN-STATUS PIC X(02) VALUE ZEROS.
           88 ALUN-FIM VALUE '10'.
           88 ALUN-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-CCOMP-STATUS PIC X(02) VALUE ZEROS.
           88 CCOMP-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-SEGC-STATUS PIC X(02) VALUE ZEROS.
           88 SEGC-OK VALUE '00'.
           88 SEGC-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-SEGH-STATUS PIC X(02) VALUE ZEROS.
           88 SEGH-OK VALUE '00'.
           88 SEGH-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-REL-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-FIM-SORT PIC X(01) VALUE 'N'.
           88 SORT-FIM VALUE 'S'.
       77 WRK-COMPRAS-ABERTO PIC X(01) VALUE 'N'.
           88 COMPRAS-DISPONIVEIS VALUE 'S'.
       77 WRK-VARRE PIC X(01) VALUE 'N'.
           88 VARREDURA-FIM VALUE 'S'.

      *REGRAS DA SEGMENTACAO (PARAMETROS SEGM-DIAS-NOVO,
      *SEGM-SCORE-TOP E SEGM-VALOR-FX3/4/5; OS VALORES ABAIXO SAO
      *O PADRAO)
       77 WRK-DIAS-NOVO PIC 9(05) VALUE 90.
       77 WRK-SCORE-TOP PIC 9(02) VALUE 12.
       77 WRK-VALOR-FX3 PIC 9(09)V99 VALUE 1000.
       77 WRK-VALOR-FX4 PIC 9(09)V99 VALUE 5000.
       77 WRK-VALOR-FX5 PIC 9(09)V99 VALUE 20000.

      *DATAS DE CORTE DA RODADA
       77 WRK-ANOMES PIC 9(06) VALUE ZEROS.
       77 WRK-ANOMES-ED PIC 9(04)/99 VALUE ZEROS.
       77 WRK-DIAS-HOJE PIC 9(07) VALUE ZEROS.
       77 WRK-DATA-365 PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-180 PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-90 PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-NOVO PIC 9(08) VALUE ZEROS.

      *ACUMULADORES DO CLIENTE CORRENTE DA ORDENACAO
       77 WRK-CPF-ATUAL PIC 9(11) VALUE 99999999999.
       77 WRK-TEM-CADASTRO PIC X(01) VALUE 'N'.
           88 CLIENTE-CADASTRADO VALUE 'S'.
       77 WRK-SITUACAO PIC X(01) VALUE SPACES.
           88 CLIENTE-INATIVO VALUE 'I'.
       77 WRK-SALDO-INVEST PIC 9(09)V99 VALUE ZEROS.
       77 WRK-QTD-ALUNOS PIC 9(03) VALUE ZEROS.
       77 WRK-PRIMEIRA-COMPRA PIC 9(08) VALUE ZEROS.
       77 WRK-ULT-COMPRA PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-VIDA PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-ANO PIC 9(05) VALUE ZEROS.
       77 WRK-VALOR-ANO PIC S9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-90 PIC S9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-90-ANT PIC S9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-TOTAL PIC 9(11)V99 VALUE ZEROS.
       77 WRK-DIAS-ULT PIC 9(07) VALUE ZEROS.
       77 WRK-SCORE-R PIC 9(01) VALUE ZEROS.
       77 WRK-SCORE-F PIC 9(01) VALUE ZEROS.
       77 WRK-SCORE-V PIC 9(01) VALUE ZEROS.
       77 WRK-SCORE-SOMA PIC 9(02) VALUE ZEROS.
       77 WRK-SEGMENTO PIC X(01) VALUE SPACES.
       77 WRK-SEGMENTO-ANT PIC X(01) VALUE SPACES.

      *CONTADORES E MIGRACAO (LINHA = SEGMENTO ANTERIOR, COLUNA =
      *SEGMENTO ATUAL; A LINHA 7 E O CLIENTE AINDA SEM SEGMENTO)
       77 WRK-QTD-CLIENTES PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-MUDARAM PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-ENTRARAM PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-REMOVIDOS PIC 9(07) VALUE ZEROS.
       77 WRK-IND-DE PIC 9(02) VALUE ZEROS.
       77 WRK-IND-PARA PIC 9(02) VALUE ZEROS.
       01 WRK-MATRIZ.
           05 WRK-MAT-DE OCCURS 7 TIMES.
               10 WRK-MAT-QTD PIC 9(07) OCCURS 6 TIMES.
       01 WRK-TOTAIS-SEGMENTO.
           05 WRK-TOT-SEGMENTO PIC 9(07) OCCURS 6 TIMES.
       01 WRK-LINHA-MATRIZ.
           05 WRK-LM-ROTULO        PIC X(10).
           05 WRK-LM-CELULA OCCURS 6 TIMES.
               10 WRK-LM-QTD       PIC ZZ.ZZZ.ZZ9.
       01 WRK-LINHA-TITULOS REDEFINES WRK-LINHA-MATRIZ.
           05 FILLER               PIC X(10).
           05 WRK-LT-CELULA OCCURS 6 TIMES.
               10 FILLER           PIC X(01).
               10 WRK-LT-DESCRICAO PIC X(09).

       77 WRK-QTD-ED PIC Z.ZZZ.ZZ9 VALUE ZEROS.
           COPY 'RUNDATE.CPY'.
           COPY 'RPTHDR.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0002-INICIALIZAR.
           SORT WRK-SORT-FILE
               ON ASCENDING KEY SRT-CPF SRT-TIPO
               INPUT PROCEDURE IS 0005-LIBERAR-CLIENTES
               OUTPUT PROCEDURE IS 0003-SEGMENTAR-CLIENTES.
           PERFORM 0004-FINALIZAR.

           STOP RUN.

       0002-INICIALIZAR.

           PERFORM OBTER-DATA-EXECUCAO.
           DISPLAY 'SEGCALC' '   DATA: ' RUNDATE-HOJE-ED.
           DIVIDE RUNDATE-HOJE BY 100 GIVING WRK-ANOMES.
           MOVE ZEROS TO WRK-MATRIZ.
           MOVE ZEROS TO WRK-TOTAIS-SEGMENTO.

           MOVE 'SEGM-DIAS-NOVO' TO PARM-CODIGO.
           PERFORM LER-PARAMETRO.
           IF PARM-VALOR > ZEROS
               MOVE PARM-VALOR TO WRK-DIAS-NOVO
           END-IF.
           MOVE 'SEGM-SCORE-TOP' TO PARM-CODIGO.
           PERFORM LER-PARAMETRO.
           IF PARM-VALOR > ZEROS
               MOVE PARM-VALOR TO WRK-SCORE-TOP
           END-IF.
           MOVE 'SEGM-VALOR-FX3' TO PARM-CODIGO.
           PERFORM LER-PARAMETRO.
           IF PARM-VALOR > ZEROS
               MOVE PARM-VALOR TO WRK-VALOR-FX3
           END-IF.
           MOVE 'SEGM-VALOR-FX4' TO PARM-CODIGO.
           PERFORM LER-PARAMETRO.
           IF PARM-VALOR > ZEROS
               MOVE PARM-VALOR TO WRK-VALOR-FX4
           END-IF.
           MOVE 'SEGM-VALOR-FX5' TO PARM-CODIGO.
           PERFORM LER-PARAMETRO.
           IF PARM-VALOR > ZEROS
               MOVE PARM-VALOR TO WRK-VALOR-FX5
           END-IF.
           PERFORM FECHAR-PARAMETROS.

           COMPUTE WRK-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE(RUNDATE-HOJE).
           COMPUTE WRK-DATA-365 =
               FUNCTION DATE-OF-INTEGER(WRK-DIAS-HOJE - 365).
           COMPUTE WRK-DATA-180 =
               FUNCTION DATE-OF-INTEGER(WRK-DIAS-HOJE - 180).
           COMPUTE WRK-DATA-90 =
               FUNCTION DATE-OF-INTEGER(WRK-DIAS-HOJE - 90).
           COMPUTE WRK-DATA-NOVO =
               FUNCTION DATE-OF-INTEGER(WRK-DIAS-HOJE - WRK-DIAS-NOVO).

           OPEN INPUT COMPRAS-CLIENTE.
           IF CCOMP-NAO-ENCONTRADO
               DISPLAY 'HISTORICO DE COMPRAS (CLICOMP) INEXISTENTE '
                       '- RECENCIA E FREQUENCIA SEM COMPRAS.'
           ELSE
               SET COMPRAS-DISPONIVEIS TO TRUE
           END-IF.
           OPEN I-O SEGMENTO-CLIENTE.
           IF SEGC-NAO-ENCONTRADO
               OPEN OUTPUT SEGMENTO-CLIENTE
               CLOSE SEGMENTO-CLIENTE
               OPEN I-O SEGMENTO-CLIENTE
           END-IF.
           OPEN I-O SEGMENTO-HISTORICO.
           IF SEGH-NAO-ENCONTRADO
               OPEN OUTPUT SEGMENTO-HISTORICO
               CLOSE SEGMENTO-HISTORICO
               OPEN I-O SEGMENTO-HISTORICO
           END-IF.

       0003-SEGMENTAR-CLIENTES.
           RETURN WRK-SORT-FILE
               AT END
                   SET SORT-FIM TO TRUE
           END-RETURN.
           PERFORM ACUMULAR-CLIENTE UNTIL SORT-FIM.
           IF WRK-CPF-ATUAL NOT = 99999999999
               PERFORM AVALIAR-CLIENTE THRU AVALIAR-CLIENTE-EXIT
           END-IF.

       0004-FINALIZAR.

           IF COMPRAS-DISPONIVEIS
               CLOSE COMPRAS-CLIENTE
           END-IF.
           CLOSE SEGMENTO-CLIENTE.
           CLOSE SEGMENTO-HISTORICO.
           PERFORM EMITIR-RELATORIO.

           DISPLAY 'CLIENTES SEGMENTADOS..: ' WRK-QTD-CLIENTES.
           DISPLAY 'MUDARAM DE SEGMENTO...: ' WRK-QTD-MUDARAM.
           DISPLAY 'PRIMEIRA SEGMENTACAO..: ' WRK-QTD-ENTRARAM.
           DISPLAY 'INATIVOS REMOVIDOS....: ' WRK-QTD-REMOVIDOS.
           DISPLAY 'RELATORIO GRAVADO EM SEGREL.'.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

           MOVE WRK-QTD-CLIENTES TO STATS-REGISTROS.
           PERFORM GRAVAR-RUNSTATS.

      *----------------------------------------------------------*
      * 0005-LIBERAR-CLIENTES                                     *
      * ENTRADA DA ORDENACAO: TODO O CADASTRO-CLIENTE, AS CONTAS  *
      * DE INVESTIMENTO NAO ENCERRADAS COM SALDO E CPF DO TITULAR *
      * E OS ALUNOS ATIVOS COM CPF DO RESPONSAVEL.                *
      *----------------------------------------------------------*
       0005-LIBERAR-CLIENTES.

           OPEN INPUT CADASTRO-CLIENTE.
           IF CLI-NAO-ENCONTRADO
               DISPLAY 'CADASTRO DE CLIENTES INEXISTENTE.'
           ELSE
               READ CADASTRO-CLIENTE NEXT RECORD
                   AT END
                       SET CLI-FIM TO TRUE
               END-READ
               PERFORM LIBERAR-CLIENTE UNTIL CLI-FIM
               CLOSE CADASTRO-CLIENTE
           END-IF.

           OPEN INPUT INVESTIMENTO-LEDGER.
           IF LEDGER-NAO-ENCONTRADO
               DISPLAY 'RAZAO DE INVESTIMENTOS INEXISTENTE.'
           ELSE
               READ INVESTIMENTO-LEDGER NEXT RECORD
                   AT END
                       SET LEDGER-FIM TO TRUE
               END-READ
               PERFORM LIBERAR-CONTA-LEDGER UNTIL LEDGER-FIM
               CLOSE INVESTIMENTO-LEDGER
           END-IF.

           OPEN INPUT ALUNO-MASTER.
           IF ALUN-NAO-ENCONTRADO
               DISPLAY 'CADASTRO DE ALUNOS (ALUNMST) INEXISTENTE.'
           ELSE
               READ ALUNO-MASTER NEXT RECORD
                   AT END
                       SET ALUN-FIM TO TRUE
               END-READ
               PERFORM LIBERAR-ALUNO UNTIL ALUN-FIM
               CLOSE ALUNO-MASTER
           END-IF.

       LIBERAR-CLIENTE.

           MOVE REG-CPF TO SRT-CPF.
           MOVE '1' TO SRT-TIPO.
           MOVE REG-SITUACAO TO SRT-SITUACAO.
           MOVE ZEROS TO SRT-VALOR.
           RELEASE REG-SEGMENTO-SORT.

           READ CADASTRO-CLIENTE NEXT RECORD
               AT END
                   SET CLI-FIM TO TRUE
           END-READ.

       LIBERAR-CLIENTE-EXIT.
           EXIT.

       LIBERAR-CONTA-LEDGER.

           IF LEDGER-CPF NOT = ZEROS
               AND NOT LEDGER-CONTA-ENCERRADA
               AND LEDGER-SALDO > ZEROS
               MOVE LEDGER-CPF TO SRT-CPF
               MOVE '2' TO SRT-TIPO
               MOVE SPACES TO SRT-SITUACAO
               MOVE LEDGER-SALDO TO SRT-VALOR
               RELEASE REG-SEGMENTO-SORT
           END-IF.

           READ INVESTIMENTO-LEDGER NEXT RECORD
               AT END
                   SET LEDGER-FIM TO TRUE
           END-READ.

       LIBERAR-CONTA-LEDGER-EXIT.
           EXIT.

       LIBERAR-ALUNO.

           IF ALUN-CPF-RESP NOT = ZEROS
               AND ALUNO-ATIVO
               MOVE ALUN-CPF-RESP TO SRT-CPF
               MOVE '3' TO SRT-TIPO
               MOVE SPACES TO SRT-SITUACAO
               MOVE ZEROS TO SRT-VALOR
               RELEASE REG-SEGMENTO-SORT
           END-IF.

           READ ALUNO-MASTER NEXT RECORD
               AT END
                   SET ALUN-FIM TO TRUE
           END-READ.

       LIBERAR-ALUNO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ACUMULAR-CLIENTE                                          *
      * NA TROCA DE CPF AVALIA O CLIENTE ANTERIOR E ZERA OS       *
      * ACUMULADORES; SOMA O SALDO INVESTIDO E CONTA OS ALUNOS    *
      * VINCULADOS DO CPF CORRENTE.                               *
      *----------------------------------------------------------*
       ACUMULAR-CLIENTE.
           IF SRT-CPF NOT = WRK-CPF-ATUAL
               IF WRK-CPF-ATUAL NOT = 99999999999
                   PERFORM AVALIAR-CLIENTE THRU AVALIAR-CLIENTE-EXIT
               END-IF
               MOVE SRT-CPF TO WRK-CPF-ATUAL
               MOVE 'N' TO WRK-TEM-CADASTRO
               MOVE SPACES TO WRK-SITUACAO
               MOVE ZEROS TO WRK-SALDO-INVEST
               MOVE ZEROS TO WRK-QTD-ALUNOS
           END-IF.

           EVALUATE TRUE
               WHEN SRT-CADASTRO
                   MOVE 'S' TO WRK-TEM-CADASTRO
                   MOVE SRT-SITUACAO TO WRK-SITUACAO
               WHEN SRT-INVESTIMENTO
                   ADD SRT-VALOR TO WRK-SALDO-INVEST
               WHEN SRT-ALUNO
                   IF WRK-QTD-ALUNOS < 999
                       ADD 1 TO WRK-QTD-ALUNOS
                   END-IF
           END-EVALUATE.

           RETURN WRK-SORT-FILE
               AT END
                   SET SORT-FIM TO TRUE
           END-RETURN.

       ACUMULAR-CLIENTE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * AVALIAR-CLIENTE                                           *
      * SO O CPF DO CADASTRO E SEGMENTADO (CONTA OU ALUNO DE CPF  *
      * FORA DO CADASTRO E IGNORADO). O INATIVO PERDE O SEGMENTO; *
      * O ATIVO TEM AS COMPRAS APURADAS, OS SCORES CALCULADOS E O *
      * SEGMENTO GRAVADO NO SEGCLI E NO SEGHIST.                  *
      *----------------------------------------------------------*
       AVALIAR-CLIENTE.
           IF NOT CLIENTE-CADASTRADO
               GO TO AVALIAR-CLIENTE-EXIT
           END-IF.
           IF CLIENTE-INATIVO
               PERFORM REMOVER-SEGMENTO
               GO TO AVALIAR-CLIENTE-EXIT
           END-IF.

           ADD 1 TO WRK-QTD-CLIENTES.
           PERFORM APURAR-COMPRAS THRU APURAR-COMPRAS-EXIT.
           PERFORM CALCULAR-SCORES.
           PERFORM ENQUADRAR-SEGMENTO.
           PERFORM GRAVAR-SEGMENTO.
           PERFORM CONTAR-MIGRACAO.

       AVALIAR-CLIENTE-EXIT.
           EXIT.

       REMOVER-SEGMENTO.
           MOVE WRK-CPF-ATUAL TO SEGC-CPF.
           READ SEGMENTO-CLIENTE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DELETE SEGMENTO-CLIENTE
                   ADD 1 TO WRK-QTD-REMOVIDOS
           END-READ.

       REMOVER-SEGMENTO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * APURAR-COMPRAS                                            *
      * PERCORRE O CLICOMP DO CPF (CHAVE CPF + DATA): PRIMEIRA E  *
      * ULTIMA COMPRA, COMPRAS NA VIDA E NO ANO, VALOR LIQUIDO    *
      * DAS DEVOLUCOES NO ANO E NOS DOIS ULTIMOS TRIMESTRES.      *
      *----------------------------------------------------------*
       APURAR-COMPRAS.
           MOVE ZEROS TO WRK-PRIMEIRA-COMPRA.
           MOVE ZEROS TO WRK-ULT-COMPRA.
           MOVE ZEROS TO WRK-QTD-VIDA.
           MOVE ZEROS TO WRK-QTD-ANO.
           MOVE ZEROS TO WRK-VALOR-ANO.
           MOVE ZEROS TO WRK-VALOR-90.
           MOVE ZEROS TO WRK-VALOR-90-ANT.
           IF NOT COMPRAS-DISPONIVEIS
               GO TO APURAR-COMPRAS-EXIT
           END-IF.
           MOVE 'N' TO WRK-VARRE.
           MOVE WRK-CPF-ATUAL TO CCOMP-CPF.
           MOVE ZEROS TO CCOMP-DATA.
           START COMPRAS-CLIENTE KEY IS NOT LESS THAN CCOMP-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-VARRE
           END-START.
           PERFORM SOMAR-COMPRA-DIA THRU SOMAR-COMPRA-DIA-EXIT
               UNTIL VARREDURA-FIM.

       APURAR-COMPRAS-EXIT.
           EXIT.

       SOMAR-COMPRA-DIA.
           READ COMPRAS-CLIENTE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-VARRE
           END-READ.
           IF VARREDURA-FIM
               GO TO SOMAR-COMPRA-DIA-EXIT
           END-IF.
           IF CCOMP-CPF NOT = WRK-CPF-ATUAL
               MOVE 'S' TO WRK-VARRE
               GO TO SOMAR-COMPRA-DIA-EXIT
           END-IF.

           IF CCOMP-QTD-COMPRAS > ZEROS
               IF WRK-PRIMEIRA-COMPRA = ZEROS
                   MOVE CCOMP-DATA TO WRK-PRIMEIRA-COMPRA
               END-IF
               MOVE CCOMP-DATA TO WRK-ULT-COMPRA
               ADD CCOMP-QTD-COMPRAS TO WRK-QTD-VIDA
           END-IF.
           IF CCOMP-DATA < WRK-DATA-365
               GO TO SOMAR-COMPRA-DIA-EXIT
           END-IF.
           ADD CCOMP-QTD-COMPRAS TO WRK-QTD-ANO.
           ADD CCOMP-COMPRAS TO WRK-VALOR-ANO.
           SUBTRACT CCOMP-DEVOLUCOES FROM WRK-VALOR-ANO.
           IF CCOMP-DATA NOT < WRK-DATA-90
               ADD CCOMP-COMPRAS TO WRK-VALOR-90
               SUBTRACT CCOMP-DEVOLUCOES FROM WRK-VALOR-90
           ELSE
               IF CCOMP-DATA NOT < WRK-DATA-180
                   ADD CCOMP-COMPRAS TO WRK-VALOR-90-ANT
                   SUBTRACT CCOMP-DEVOLUCOES FROM WRK-VALOR-90-ANT
               END-IF
           END-IF.

       SOMAR-COMPRA-DIA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * CALCULAR-SCORES                                           *
      * RECENCIA, FREQUENCIA E VALOR DE 1 A 5 (FAIXAS NO CABECALHO*
      * DO PROGRAMA).                                             *
      *----------------------------------------------------------*
       CALCULAR-SCORES.
           IF WRK-ULT-COMPRA = ZEROS
               MOVE 1 TO WRK-SCORE-R
           ELSE
               COMPUTE WRK-DIAS-ULT = WRK-DIAS-HOJE
                   - FUNCTION INTEGER-OF-DATE(WRK-ULT-COMPRA)
               EVALUATE TRUE
                   WHEN WRK-DIAS-ULT NOT > 30
                       MOVE 5 TO WRK-SCORE-R
                   WHEN WRK-DIAS-ULT NOT > 90
                       MOVE 4 TO WRK-SCORE-R
                   WHEN WRK-DIAS-ULT NOT > 180
                       MOVE 3 TO WRK-SCORE-R
                   WHEN WRK-DIAS-ULT NOT > 365
                       MOVE 2 TO WRK-SCORE-R
                   WHEN OTHER
                       MOVE 1 TO WRK-SCORE-R
               END-EVALUATE
           END-IF.

           EVALUATE TRUE
               WHEN WRK-QTD-ANO NOT < 12
                   MOVE 5 TO WRK-SCORE-F
               WHEN WRK-QTD-ANO NOT < 6
                   MOVE 4 TO WRK-SCORE-F
               WHEN WRK-QTD-ANO NOT < 3
                   MOVE 3 TO WRK-SCORE-F
               WHEN WRK-QTD-ANO NOT < 1
                   MOVE 2 TO WRK-SCORE-F
               WHEN OTHER
                   MOVE 1 TO WRK-SCORE-F
           END-EVALUATE.
           IF WRK-QTD-ALUNOS > ZEROS AND WRK-SCORE-F < 5
               ADD 1 TO WRK-SCORE-F
           END-IF.

           MOVE WRK-SALDO-INVEST TO WRK-VALOR-TOTAL.
           IF WRK-VALOR-ANO > ZEROS
               ADD WRK-VALOR-ANO TO WRK-VALOR-TOTAL
           END-IF.
           EVALUATE TRUE
               WHEN WRK-VALOR-TOTAL NOT < WRK-VALOR-FX5
                   MOVE 5 TO WRK-SCORE-V
               WHEN WRK-VALOR-TOTAL NOT < WRK-VALOR-FX4
                   MOVE 4 TO WRK-SCORE-V
               WHEN WRK-VALOR-TOTAL NOT < WRK-VALOR-FX3
                   MOVE 3 TO WRK-SCORE-V
               WHEN WRK-VALOR-TOTAL > ZEROS
                   MOVE 2 TO WRK-SCORE-V
               WHEN OTHER
                   MOVE 1 TO WRK-SCORE-V
           END-EVALUATE.

           COMPUTE WRK-SCORE-SOMA =
               WRK-SCORE-R + WRK-SCORE-F + WRK-SCORE-V.

       CALCULAR-SCORES-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ENQUADRAR-SEGMENTO                                        *
      * A PRIMEIRA REGRA ATENDIDA DEFINE O SEGMENTO.              *
      *----------------------------------------------------------*
       ENQUADRAR-SEGMENTO.
           EVALUATE TRUE
               WHEN WRK-PRIMEIRA-COMPRA NOT < WRK-DATA-NOVO
                   MOVE 'N' TO WRK-SEGMENTO
               WHEN WRK-SCORE-SOMA NOT < WRK-SCORE-TOP
                   MOVE 'T' TO WRK-SEGMENTO
               WHEN (WRK-SCORE-R = 2 OR WRK-SCORE-R = 3)
                   AND (WRK-QTD-VIDA NOT < 3 OR WRK-SCORE-V NOT < 3)
                   MOVE 'R' TO WRK-SEGMENTO
               WHEN WRK-SCORE-R = 1
                   AND WRK-SALDO-INVEST = ZEROS
                   AND WRK-QTD-ALUNOS = ZEROS
                   MOVE 'D' TO WRK-SEGMENTO
               WHEN WRK-VALOR-90 > ZEROS
                   AND WRK-VALOR-90 > WRK-VALOR-90-ANT
                   MOVE 'C' TO WRK-SEGMENTO
               WHEN OTHER
                   MOVE 'O' TO WRK-SEGMENTO
           END-EVALUATE.

       ENQUADRAR-SEGMENTO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * GRAVAR-SEGMENTO                                           *
      * O SEGMENTO ANTERIOR E O QUE ESTAVA NO SEGCLI; NA RERODADA *
      * NO MESMO MES FICA O ANTERIOR JA GRAVADO NO MES.           *
      *----------------------------------------------------------*
       GRAVAR-SEGMENTO.
           MOVE WRK-CPF-ATUAL TO SEGC-CPF.
           READ SEGMENTO-CLIENTE
               INVALID KEY
                   MOVE SPACES TO WRK-SEGMENTO-ANT
               NOT INVALID KEY
                   IF SEGC-ANOMES = WRK-ANOMES
                       MOVE SEGC-SEGMENTO-ANT TO WRK-SEGMENTO-ANT
                   ELSE
                       MOVE SEGC-SEGMENTO TO WRK-SEGMENTO-ANT
                   END-IF
           END-READ.
           MOVE WRK-CPF-ATUAL TO SEGC-CPF.
           MOVE WRK-ANOMES TO SEGC-ANOMES.
           MOVE WRK-SEGMENTO TO SEGC-SEGMENTO.
           MOVE WRK-SEGMENTO-ANT TO SEGC-SEGMENTO-ANT.
           MOVE WRK-SCORE-R TO SEGC-SCORE-R.
           MOVE WRK-SCORE-F TO SEGC-SCORE-F.
           MOVE WRK-SCORE-V TO SEGC-SCORE-V.
           MOVE WRK-ULT-COMPRA TO SEGC-ULT-COMPRA.
           MOVE WRK-QTD-ANO TO SEGC-QTD-COMPRAS.
           MOVE WRK-VALOR-ANO TO SEGC-VALOR-COMPRAS.
           MOVE WRK-SALDO-INVEST TO SEGC-SALDO-INVEST.
           MOVE WRK-QTD-ALUNOS TO SEGC-QTD-ALUNOS.
           MOVE RUNDATE-HOJE TO SEGC-DATA-CALCULO.
           IF SEGC-OK
               REWRITE REG-SEGMENTO-CLI
           ELSE
               WRITE REG-SEGMENTO-CLI
           END-IF.

           MOVE WRK-CPF-ATUAL TO SEGH-CPF.
           MOVE WRK-ANOMES TO SEGH-ANOMES.
           READ SEGMENTO-HISTORICO
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE WRK-CPF-ATUAL TO SEGH-CPF.
           MOVE WRK-ANOMES TO SEGH-ANOMES.
           MOVE WRK-SEGMENTO TO SEGH-SEGMENTO.
           MOVE WRK-SEGMENTO-ANT TO SEGH-SEGMENTO-ANT.
           MOVE WRK-SCORE-R TO SEGH-SCORE-R.
           MOVE WRK-SCORE-F TO SEGH-SCORE-F.
           MOVE WRK-SCORE-V TO SEGH-SCORE-V.
           MOVE WRK-VALOR-ANO TO SEGH-VALOR-COMPRAS.
           MOVE WRK-SALDO-INVEST TO SEGH-SALDO-INVEST.
           MOVE RUNDATE-HOJE TO SEGH-DATA-CALCULO.
           IF SEGH-OK
               REWRITE REG-SEGMENTO-HIST
           ELSE
               WRITE REG-SEGMENTO-HIST
           END-IF.

       GRAVAR-SEGMENTO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * CONTAR-MIGRACAO                                           *
      * SOMA O CLIENTE NA CELULA SEGMENTO ANTERIOR X ATUAL DA     *
      * MATRIZ DE MIGRACAO E NO TOTAL DO SEGMENTO ATUAL.          *
      *----------------------------------------------------------*
       CONTAR-MIGRACAO.
           MOVE 7 TO WRK-IND-DE.
           MOVE ZEROS TO WRK-IND-PARA.
           PERFORM LOCALIZAR-SEGMENTO
               VARYING SEG-IND FROM 1 BY 1
               UNTIL SEG-IND > SEG-QTD-SEGMENTOS.
           IF WRK-IND-PARA = ZEROS
               GO TO CONTAR-MIGRACAO-EXIT
           END-IF.
           ADD 1 TO WRK-MAT-QTD(WRK-IND-DE, WRK-IND-PARA).
           ADD 1 TO WRK-TOT-SEGMENTO(WRK-IND-PARA).
           IF WRK-SEGMENTO-ANT = SPACES
               ADD 1 TO WRK-QTD-ENTRARAM
           ELSE
               IF WRK-SEGMENTO-ANT NOT = WRK-SEGMENTO
                   ADD 1 TO WRK-QTD-MUDARAM
               END-IF
           END-IF.

       CONTAR-MIGRACAO-EXIT.
           EXIT.

       LOCALIZAR-SEGMENTO.
           IF SEG-CODIGO(SEG-IND) = WRK-SEGMENTO-ANT
               MOVE SEG-IND TO WRK-IND-DE
           END-IF.
           IF SEG-CODIGO(SEG-IND) = WRK-SEGMENTO
               MOVE SEG-IND TO WRK-IND-PARA
           END-IF.

       LOCALIZAR-SEGMENTO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * EMITIR-RELATORIO                                          *
      * CLIENTES POR SEGMENTO E MATRIZ DE MIGRACAO DO MES         *
      * ANTERIOR (LINHAS) PARA O ATUAL (COLUNAS) EM SEGREL.       *
      *----------------------------------------------------------*
       EMITIR-RELATORIO.
           OPEN OUTPUT RELATORIO-SEGMENTOS.
           MOVE 'SEGMENTACAO DE CLIENTES' TO RPT-HDR-TITULO.
           PERFORM MONTAR-CABECALHO-RELATORIO.
           MOVE RPT-HDR-LINHA TO LINHA-SEGMENTOS.
           WRITE LINHA-SEGMENTOS.
           MOVE WRK-ANOMES TO WRK-ANOMES-ED.
           MOVE SPACES TO LINHA-SEGMENTOS.
           STRING 'MES DE REFERENCIA: ' DELIMITED BY SIZE
                  WRK-ANOMES-ED DELIMITED BY SIZE
                  INTO LINHA-SEGMENTOS.
           WRITE LINHA-SEGMENTOS.
           MOVE SPACES TO LINHA-SEGMENTOS.
           WRITE LINHA-SEGMENTOS.

           MOVE 'CLIENTES POR SEGMENTO' TO LINHA-SEGMENTOS.
           WRITE LINHA-SEGMENTOS.
           PERFORM IMPRIMIR-TOTAL-SEGMENTO
               VARYING SEG-IND FROM 1 BY 1
               UNTIL SEG-IND > SEG-QTD-SEGMENTOS.
           MOVE WRK-QTD-CLIENTES TO WRK-QTD-ED.
           MOVE SPACES TO LINHA-SEGMENTOS.
           STRING '  TOTAL......: ' DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO LINHA-SEGMENTOS.
           WRITE LINHA-SEGMENTOS.
           MOVE SPACES TO LINHA-SEGMENTOS.
           WRITE LINHA-SEGMENTOS.

           MOVE 'MIGRACAO: SEGMENTO ANTERIOR (LINHA) X ATUAL (COLUNA)'
               TO LINHA-SEGMENTOS.
           WRITE LINHA-SEGMENTOS.
           MOVE SPACES TO WRK-LINHA-TITULOS.
           MOVE 'DE / PARA' TO WRK-LM-ROTULO.
           PERFORM MONTAR-TITULO-MATRIZ
               VARYING SEG-IND FROM 1 BY 1
               UNTIL SEG-IND > SEG-QTD-SEGMENTOS.
           MOVE WRK-LINHA-TITULOS TO LINHA-SEGMENTOS.
           WRITE LINHA-SEGMENTOS.
           PERFORM IMPRIMIR-LINHA-MATRIZ
               VARYING WRK-IND-DE FROM 1 BY 1
               UNTIL WRK-IND-DE > 7.
           MOVE SPACES TO LINHA-SEGMENTOS.
           WRITE LINHA-SEGMENTOS.

           MOVE WRK-QTD-MUDARAM TO WRK-QTD-ED.
           MOVE SPACES TO LINHA-SEGMENTOS.
           STRING '  MUDARAM DE SEGMENTO....: ' DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO LINHA-SEGMENTOS.
           WRITE LINHA-SEGMENTOS.
           MOVE WRK-QTD-ENTRARAM TO WRK-QTD-ED.
           MOVE SPACES TO LINHA-SEGMENTOS.
           STRING '  PRIMEIRA SEGMENTACAO...: ' DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO LINHA-SEGMENTOS.
           WRITE LINHA-SEGMENTOS.
           MOVE WRK-QTD-REMOVIDOS TO WRK-QTD-ED.
           MOVE SPACES TO LINHA-SEGMENTOS.
           STRING '  INATIVOS REMOVIDOS.....: ' DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO LINHA-SEGMENTOS.
           WRITE LINHA-SEGMENTOS.
           CLOSE RELATORIO-SEGMENTOS.

       EMITIR-RELATORIO-EXIT.
           EXIT.

       IMPRIMIR-TOTAL-SEGMENTO.
           MOVE WRK-TOT-SEGMENTO(SEG-IND) TO WRK-QTD-ED.
           MOVE SPACES TO LINHA-SEGMENTOS.
           STRING '  ' DELIMITED BY SIZE
                  SEG-CODIGO(SEG-IND) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SEG-DESCRICAO(SEG-IND) DELIMITED BY SIZE
                  ': ' DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO LINHA-SEGMENTOS.
           WRITE LINHA-SEGMENTOS.

       IMPRIMIR-TOTAL-SEGMENTO-EXIT.
           EXIT.

       MONTAR-TITULO-MATRIZ.
           MOVE SEG-DESCRICAO(SEG-IND) TO WRK-LT-DESCRICAO(SEG-IND).

       MONTAR-TITULO-MATRIZ-EXIT.
           EXIT.

       IMPRIMIR-LINHA-MATRIZ.
           MOVE SEG-DESCRICAO(WRK-IND-DE) TO WRK-LM-ROTULO.
           PERFORM MONTAR-CELULA-MATRIZ
               VARYING WRK-IND-PARA FROM 1 BY 1
               UNTIL WRK-IND-PARA > SEG-QTD-SEGMENTOS.
           MOVE WRK-LINHA-MATRIZ TO LINHA-SEGMENTOS.
           WRITE LINHA-SEGMENTOS.

       IMPRIMIR-LINHA-MATRIZ-EXIT.
           EXIT.

       MONTAR-CELULA-MATRIZ.
           MOVE WRK-MAT-QTD(WRK-IND-DE, WRK-IND-PARA)
               TO WRK-LM-QTD(WRK-IND-PARA).

       MONTAR-CELULA-MATRIZ-EXIT.
           EXIT.

           COPY 'RUNDATEP.CPY'.
           COPY 'RPTHDRP.CPY'.
           COPY 'PARAMETROSP.CPY'.
           COPY 'RUNSTATSP.CPY' REPLACING ==STATS-PROGRAM-ID==
               BY =='SEGCALC'==.
