       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB08Q.
      **********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = KIVIA(ALURA) KIVIAAL
      *OBJETIVO: ALERTA SEMANAL DE FREQUENCIA DURANTE O ANO
      *LETIVO - ORDENA O CADASTRO DE ALUNOS (ALUNMST) POR TURMA
      *E, PARA CADA ALUNO ATIVO, APURA AS FALTAS DO FREQMST
      *CONTRA OS DIAS LETIVOS JA DECORRIDOS NO CALENDARIO (DE
      *01/01 ATE HOJE) E PROJETA O ANO INTEIRO NO MESMO RITMO.
      *ENTRA NO RELATORIO FREQALRT, AGRUPADO POR TURMA COM NOME
      *E ENDERECO DO RESPONSAVEL, O ALUNO EM RISCO (PROJECAO
      *ABAIXO DO MINIMO FREQ-MINIMA-PCT, PADRAO 75%) E O ALUNO
      *JA ABAIXO (FALTAS ACIMA DO LIMITE DO ANO - O MINIMO NAO E
      *MAIS ALCANCAVEL). QUEM CRUZA UM NIVEL PELA PRIMEIRA VEZ
      *NO ANO RECEBE CARTA AO RESPONSAVEL EM FREQCART, COM TEXTO
      *DOS PARAMETROS FREQ-TEXTO-NIVEL1/2, E A CARTA FICA
      *REGISTRADA NO HISTORICO FREQAVIS, QUE IMPEDE REEMITIR O
      *MESMO NIVEL (OU O RISCO DEPOIS DO ABAIXO). ALUNO SEM
      *RESPONSAVEL NO CADASTRO NAO RECEBE CARTA NEM ENTRA NO
      *HISTORICO - FICA MARCADO NO RELATORIO PARA O ACERTO DO
      *CADASTRO NA MANUTENCAO PROGCOB08M, NOS MOLDES DA REGUA
      *DE COBRANCA PROGCOB15S.
      *DATA   = 16/05/22
      *HISTORICO DE ALTERACOES
      *16/05/22 KA RESPONSAVEL COM CPF VINCULADO (ALUN-CPF-RESP)
      *TEM O ENDERECO DA CARTA E DO RELATORIO LIDO DO
      *CADASTRO-CLIENTE PELO OBTER-RESPONSAVEL (RESPP.CPY)
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUNO-MASTER ASSIGN TO "ALUNMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALUN-MATRICULA
               FILE STATUS IS WRK-ALUN-STATUS.

           SELECT CADASTRO-CLIENTE ASSIGN TO "CADCLI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CPF
               FILE STATUS IS RSP-WS-CLI-STATUS.

           SELECT FREQUENCIA-ALUNO ASSIGN TO "FREQMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FREQ-MATRICULA
               FILE STATUS IS FREQ-WS-STATUS.

           SELECT CALENDARIO-UTIL ASSIGN TO "CALENDAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATA
               FILE STATUS IS CAL-WS-STATUS.

           SELECT FREQ-AVISO ASSIGN TO "FREQAVIS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AVF-CHAVE
               FILE STATUS IS WRK-AVF-STATUS.

           SELECT RELATORIO-ALERTA ASSIGN TO "FREQALRT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.

           SELECT CARTAS-FREQUENCIA ASSIGN TO "FREQCART"
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

           SELECT WRK-SORT-FILE ASSIGN TO "FREQSRT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ALUNO-MASTER.
           COPY 'ALUNMST.CPY'.

       FD  CADASTRO-CLIENTE.
           COPY 'CLIREG.CPY'.

       FD  FREQUENCIA-ALUNO.
           COPY 'FREQ.CPY'.

       FD  CALENDARIO-UTIL.
           COPY 'CALREG.CPY'.

       FD  FREQ-AVISO.
           COPY 'FREQAVIS.CPY'.

       FD  RELATORIO-ALERTA.
       01  LINHA-ALERTA        PIC X(80).

       FD  CARTAS-FREQUENCIA.
       01  LINHA-CARTA         PIC X(80).

       FD  PARAMETROS.
           COPY 'PARAMETROS.CPY'.

       FD  RUN-STATS.
           COPY 'RUNSTATS.CPY'.

      *O REGISTRO DE ORDENACAO ACOMPANHA O LAYOUT DO ALUNMST.CPY
       SD  WRK-SORT-FILE.
       01  REG-ALUNO-SORT.
           05 SRT-MATRICULA        PIC 9(06).
           05 SRT-NOME             PIC X(30).
           05 SRT-TURMA            PIC X(05).
           05 SRT-SITUACAO         PIC X(01).
               88 SRT-ATIVO            VALUE 'A'.
           05 SRT-RESPONSAVEL      PIC X(30).
           05 SRT-END-RESP         PIC X(30).
           05 SRT-CIDADE-RESP      PIC X(20).
           05 SRT-UF-RESP          PIC X(02).
           05 SRT-CPF-RESP         PIC 9(11).

       WORKING-STORAGE SECTION.
           COPY 'RUNSTATSW.CPY'.
           COPY 'PARAMETROSW.CPY'.
           COPY 'CALENDW.CPY'.
           COPY 'FREQW.CPY'.
           COPY 'RESPW.CPY'.
       77 WRK-ALUN-STATUS PIC X(02) VALUE ZEROS.
           88 ALUN-OK VALUE '00'.
           88 ALUN-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-AVF-STATUS PIC X(02) VALUE ZEROS.
           88 AVF-OK VALUE '00'.
           88 AVF-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-REL-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-CART-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-FIM-SORT PIC X(01) VALUE 'N'.
           88 SORT-FIM VALUE 'S'.
       77 WRK-AVALIAR PIC X(01) VALUE 'N'.
           88 AVALIACAO-POSSIVEL VALUE 'S'.

      *MINIMO DE FREQUENCIA E TEXTO DAS CARTAS (PARAMETROS
      *FREQ-MINIMA-PCT E FREQ-TEXTO-NIVELn; OS VALORES ABAIXO
      *SAO O PADRAO)
       77 WRK-FREQ-MINIMA PIC 9(03)V99 VALUE 75.
       77 WRK-TEXTO-NIVEL1 PIC X(40)
           VALUE 'NO RITMO ATUAL DE FALTAS, NAO ATINGIRA'.
       77 WRK-TEXTO-NIVEL2 PIC X(40)
           VALUE 'FALTAS ACIMA DO LIMITE - JA NAO ATINGE'.

      *DIAS LETIVOS DO ANO INTEIRO E JA DECORRIDOS (ESTE FICA EM
      *FREQ-WS-DIAS-LETIVOS PARA A APURACAO DO FREQP.CPY)
       77 WRK-ANO-LETIVO PIC 9(04) VALUE ZEROS.
       77 WRK-DIAS-ANO PIC 9(04) VALUE ZEROS.
       77 WRK-DIAS-DECORRIDOS PIC 9(04) VALUE ZEROS.
       77 WRK-FALTAS-LIMITE PIC 9(04) VALUE ZEROS.

      *APURACAO DO ALUNO CORRENTE DA ORDENACAO
       77 WRK-FALTAS-PROJ PIC 9(05) VALUE ZEROS.
       77 WRK-PCT-PROJ PIC 9(03)V99 VALUE ZEROS.
       77 WRK-NIVEL PIC 9(01) VALUE ZEROS.
       77 WRK-SITUACAO-ALERTA PIC X(06) VALUE SPACES.
       77 WRK-SITUACAO-CARTA PIC X(11) VALUE SPACES.
       77 WRK-TITULO-NIVEL PIC X(24) VALUE SPACES.
       77 WRK-TEXTO-CARTA PIC X(40) VALUE SPACES.

      *QUEBRA POR TURMA
       77 WRK-TURMA-ATUAL PIC X(05) VALUE HIGH-VALUES.
       77 WRK-QTD-TURMA PIC 9(05) VALUE ZEROS.

       77 WRK-QTD-ALUNOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-RISCO PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-ABAIXO PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-CARTAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-JA-ENVIADAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-SEM-RESP PIC 9(05) VALUE ZEROS.

       77 WRK-FALTAS-ED PIC ZZZ9 VALUE ZEROS.
       77 WRK-LIMITE-ED PIC ZZZ9 VALUE ZEROS.
       77 WRK-PCT-ATUAL-ED PIC ZZ9,99 VALUE ZEROS.
       77 WRK-PCT-PROJ-ED PIC ZZ9,99 VALUE ZEROS.
       77 WRK-MINIMA-ED PIC ZZ9,99 VALUE ZEROS.
           COPY 'RUNDATE.CPY'.
           COPY 'RPTHDR.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0002-INICIALIZAR THRU 0002-INICIALIZAR-EXIT.
           IF AVALIACAO-POSSIVEL
               SORT WRK-SORT-FILE
                   ON ASCENDING KEY SRT-TURMA SRT-MATRICULA
                   USING ALUNO-MASTER
                   OUTPUT PROCEDURE IS 0003-AVALIAR-ALUNOS
           END-IF.
           PERFORM 0004-FINALIZAR.

           STOP RUN.

       0002-INICIALIZAR.

           PERFORM OBTER-DATA-EXECUCAO.

           MOVE 'FREQ-MINIMA-PCT' TO PARM-CODIGO.
           PERFORM LER-PARAMETRO.
           IF PARM-VALOR > ZEROS
               MOVE PARM-VALOR TO WRK-FREQ-MINIMA
           END-IF.
           MOVE 'FREQ-TEXTO-NIVEL1' TO PARM-CODIGO.
           PERFORM LER-PARAMETRO.
           IF PARM-VALOR-CHAR NOT = SPACES
               MOVE PARM-VALOR-CHAR TO WRK-TEXTO-NIVEL1
           END-IF.
           MOVE 'FREQ-TEXTO-NIVEL2' TO PARM-CODIGO.
           PERFORM LER-PARAMETRO.
           IF PARM-VALOR-CHAR NOT = SPACES
               MOVE PARM-VALOR-CHAR TO WRK-TEXTO-NIVEL2
           END-IF.
           PERFORM FECHAR-PARAMETROS.

      *DIAS LETIVOS DO ANO INTEIRO, DEPOIS OS JA DECORRIDOS ATE
      *HOJE - A SEGUNDA CONTAGEM FICA PARA A APURACAO POR ALUNO
           COMPUTE WRK-ANO-LETIVO = RUNDATE-HOJE / 10000.
           PERFORM ABRIR-CALENDARIO.
           COMPUTE FREQ-WS-DATA-LIMITE = WRK-ANO-LETIVO * 10000
               + 1231.
           PERFORM CONTAR-DIAS-LETIVOS THRU
               CONTAR-DIAS-LETIVOS-EXIT.
           MOVE FREQ-WS-DIAS-LETIVOS TO WRK-DIAS-ANO.
           MOVE RUNDATE-HOJE TO FREQ-WS-DATA-LIMITE.
           PERFORM CONTAR-DIAS-LETIVOS THRU
               CONTAR-DIAS-LETIVOS-EXIT.
           MOVE FREQ-WS-DIAS-LETIVOS TO WRK-DIAS-DECORRIDOS.
           PERFORM FECHAR-CALENDARIO.
           COMPUTE WRK-FALTAS-LIMITE =
               WRK-DIAS-ANO * (100 - WRK-FREQ-MINIMA) / 100.
           PERFORM ABRIR-FREQUENCIA.

           OPEN OUTPUT RELATORIO-ALERTA.
           MOVE 'ALERTA DE FREQUENCIA' TO RPT-HDR-TITULO.
           PERFORM MONTAR-CABECALHO-RELATORIO.
           MOVE RPT-HDR-LINHA TO LINHA-ALERTA.
           WRITE LINHA-ALERTA.
           MOVE WRK-FREQ-MINIMA TO WRK-MINIMA-ED.
           MOVE WRK-FALTAS-LIMITE TO WRK-LIMITE-ED.
           MOVE SPACES TO LINHA-ALERTA.
           STRING 'DIAS LETIVOS: ' DELIMITED BY SIZE
                  WRK-DIAS-DECORRIDOS DELIMITED BY SIZE
                  ' DE ' DELIMITED BY SIZE
                  WRK-DIAS-ANO DELIMITED BY SIZE
                  '   MINIMO: ' DELIMITED BY SIZE
                  WRK-MINIMA-ED DELIMITED BY SIZE
                  '%   LIMITE DE FALTAS: ' DELIMITED BY SIZE
                  WRK-LIMITE-ED DELIMITED BY SIZE
                  INTO LINHA-ALERTA.
           WRITE LINHA-ALERTA.
           MOVE SPACES TO LINHA-ALERTA.
           WRITE LINHA-ALERTA.

           IF WRK-DIAS-DECORRIDOS = ZEROS OR NOT FREQ-ABERTO
               MOVE 'SEM DIAS LETIVOS DECORRIDOS OU SEM FREQMST - '
                   TO LINHA-ALERTA
               WRITE LINHA-ALERTA
               MOVE 'NENHUM ALUNO AVALIADO.' TO LINHA-ALERTA
               WRITE LINHA-ALERTA
               GO TO 0002-INICIALIZAR-EXIT
           END-IF.

           OPEN INPUT ALUNO-MASTER.
           IF ALUN-NAO-ENCONTRADO
               MOVE 'CADASTRO DE ALUNOS (ALUNMST) NAO ENCONTRADO.'
                   TO LINHA-ALERTA
               WRITE LINHA-ALERTA
               GO TO 0002-INICIALIZAR-EXIT
           END-IF.
           CLOSE ALUNO-MASTER.
           PERFORM ABRIR-CADASTRO-RESP.

           OPEN I-O FREQ-AVISO.
           IF AVF-NAO-ENCONTRADO
               OPEN OUTPUT FREQ-AVISO
               CLOSE FREQ-AVISO
               OPEN I-O FREQ-AVISO
           END-IF.
           OPEN OUTPUT CARTAS-FREQUENCIA.
           MOVE 'CARTAS DE ALERTA DE FREQUENCIA' TO RPT-HDR-TITULO.
           PERFORM MONTAR-CABECALHO-RELATORIO.
           MOVE RPT-HDR-LINHA TO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE SPACES TO LINHA-CARTA.
           WRITE LINHA-CARTA.
           SET AVALIACAO-POSSIVEL TO TRUE.

       0002-INICIALIZAR-EXIT.
           EXIT.

       0003-AVALIAR-ALUNOS.
           RETURN WRK-SORT-FILE
               AT END
                   SET SORT-FIM TO TRUE
           END-RETURN.
           PERFORM AVALIAR-ALUNO THRU AVALIAR-ALUNO-EXIT
               UNTIL SORT-FIM.
           PERFORM FECHAR-TURMA.

       0004-FINALIZAR.

           MOVE SPACES TO LINHA-ALERTA.
           WRITE LINHA-ALERTA.
           MOVE 'RESUMO DO ALERTA DE FREQUENCIA' TO LINHA-ALERTA.
           WRITE LINHA-ALERTA.
           MOVE SPACES TO LINHA-ALERTA.
           STRING '  ALUNOS ATIVOS AVALIADOS: ' DELIMITED BY SIZE
                  WRK-QTD-ALUNOS DELIMITED BY SIZE
                  INTO LINHA-ALERTA.
           WRITE LINHA-ALERTA.
           MOVE SPACES TO LINHA-ALERTA.
           STRING '  EM RISCO (PROJECAO)....: ' DELIMITED BY SIZE
                  WRK-QTD-RISCO DELIMITED BY SIZE
                  INTO LINHA-ALERTA.
           WRITE LINHA-ALERTA.
           MOVE SPACES TO LINHA-ALERTA.
           STRING '  JA ABAIXO DO MINIMO....: ' DELIMITED BY SIZE
                  WRK-QTD-ABAIXO DELIMITED BY SIZE
                  INTO LINHA-ALERTA.
           WRITE LINHA-ALERTA.
           MOVE SPACES TO LINHA-ALERTA.
           STRING '  CARTAS EMITIDAS........: ' DELIMITED BY SIZE
                  WRK-QTD-CARTAS DELIMITED BY SIZE
                  INTO LINHA-ALERTA.
           WRITE LINHA-ALERTA.
           MOVE SPACES TO LINHA-ALERTA.
           STRING '  NIVEL JA AVISADO.......: ' DELIMITED BY SIZE
                  WRK-QTD-JA-ENVIADAS DELIMITED BY SIZE
                  INTO LINHA-ALERTA.
           WRITE LINHA-ALERTA.
           MOVE SPACES TO LINHA-ALERTA.
           STRING '  SEM RESPONSAVEL........: ' DELIMITED BY SIZE
                  WRK-QTD-SEM-RESP DELIMITED BY SIZE
                  INTO LINHA-ALERTA.
           WRITE LINHA-ALERTA.
           CLOSE RELATORIO-ALERTA.

           IF AVALIACAO-POSSIVEL
               CLOSE CARTAS-FREQUENCIA
               CLOSE FREQ-AVISO
           END-IF.
           PERFORM FECHAR-CADASTRO-RESP.
           PERFORM FECHAR-FREQUENCIA.

           DISPLAY 'PROGCOB08Q' '   DATA: ' RUNDATE-HOJE-ED.
           DISPLAY 'ALUNOS AVALIADOS.....: ' WRK-QTD-ALUNOS.
           DISPLAY 'EM RISCO.............: ' WRK-QTD-RISCO.
           DISPLAY 'JA ABAIXO DO MINIMO..: ' WRK-QTD-ABAIXO.
           DISPLAY 'CARTAS EMITIDAS......: ' WRK-QTD-CARTAS.
           DISPLAY 'ALUNOS SEM RESPONSAVEL: ' WRK-QTD-SEM-RESP.
           DISPLAY 'RELATORIO EM FREQALRT E CARTAS EM FREQCART.'.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

           MOVE WRK-QTD-ALUNOS TO STATS-REGISTROS.
           PERFORM GRAVAR-RUNSTATS.

      *----------------------------------------------------------*
      * AVALIAR-ALUNO                                             *
      * APURA A FREQUENCIA DO ALUNO ATIVO ATE HOJE E PROJETA O    *
      * ANO NO MESMO RITMO DE FALTAS. NIVEL 2 (ABAIXO) QUANDO AS  *
      * FALTAS JA PASSAM DO LIMITE DO ANO; NIVEL 1 (RISCO)        *
      * QUANDO A PROJECAO FECHA ABAIXO DO MINIMO. O ALUNO EM      *
      * ALERTA VAI PARA O RELATORIO DA TURMA E PARA A CARTA.      *
      *----------------------------------------------------------*
       AVALIAR-ALUNO.
           IF NOT SRT-ATIVO
               GO TO AVALIAR-ALUNO-PROXIMO
           END-IF.
           ADD 1 TO WRK-QTD-ALUNOS.

           MOVE SRT-MATRICULA TO FREQ-WS-MATRICULA.
           PERFORM APURAR-FREQUENCIA-ALUNO THRU
               APURAR-FREQUENCIA-ALUNO-EXIT.
           COMPUTE WRK-FALTAS-PROJ ROUNDED =
               FREQ-WS-FALTAS * WRK-DIAS-ANO / WRK-DIAS-DECORRIDOS.
           IF WRK-FALTAS-PROJ >= WRK-DIAS-ANO
               MOVE ZEROS TO WRK-PCT-PROJ
           ELSE
               COMPUTE WRK-PCT-PROJ ROUNDED =
                   (WRK-DIAS-ANO - WRK-FALTAS-PROJ)
                   / WRK-DIAS-ANO * 100
           END-IF.

           EVALUATE TRUE
               WHEN FREQ-WS-FALTAS > WRK-FALTAS-LIMITE
                   MOVE 2 TO WRK-NIVEL
                   MOVE 'ABAIXO' TO WRK-SITUACAO-ALERTA
                   MOVE 'FREQUENCIA ABAIXO DO MINIMO'
                       TO WRK-TITULO-NIVEL
                   MOVE WRK-TEXTO-NIVEL2 TO WRK-TEXTO-CARTA
                   ADD 1 TO WRK-QTD-ABAIXO
               WHEN WRK-PCT-PROJ < WRK-FREQ-MINIMA
                   MOVE 1 TO WRK-NIVEL
                   MOVE 'RISCO' TO WRK-SITUACAO-ALERTA
                   MOVE 'RISCO DE FREQUENCIA' TO WRK-TITULO-NIVEL
                   MOVE WRK-TEXTO-NIVEL1 TO WRK-TEXTO-CARTA
                   ADD 1 TO WRK-QTD-RISCO
               WHEN OTHER
                   GO TO AVALIAR-ALUNO-PROXIMO
           END-EVALUATE.

      *RESPONSAVEL DO ALUNO EM ALERTA: CPF VINCULADO DA O
      *ENDERECO DO CADCLI, SENAO VALE O TEXTO DO ALUNMST
           MOVE REG-ALUNO-SORT TO REG-ALUNO.
           PERFORM OBTER-RESPONSAVEL THRU OBTER-RESPONSAVEL-EXIT.
           PERFORM VERIFICAR-AVISO THRU VERIFICAR-AVISO-EXIT.
           IF SRT-TURMA NOT = WRK-TURMA-ATUAL
               PERFORM FECHAR-TURMA
               PERFORM ABRIR-TURMA
           END-IF.
           PERFORM IMPRIMIR-ALUNO.

       AVALIAR-ALUNO-PROXIMO.
           RETURN WRK-SORT-FILE
               AT END
                   SET SORT-FIM TO TRUE
           END-RETURN.

       AVALIAR-ALUNO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * VERIFICAR-AVISO                                           *
      * DESCARTA O NIVEL JA AVISADO NO ANO (E O RISCO DE QUEM JA  *
      * RECEBEU O ABAIXO); SEM RESPONSAVEL NO CADASTRO NAO HA     *
      * CARTA. NOS DEMAIS CASOS EMITE A CARTA E GRAVA O           *
      * HISTORICO.                                                *
      *----------------------------------------------------------*
       VERIFICAR-AVISO.
           MOVE WRK-ANO-LETIVO TO AVF-ANO.
           MOVE SRT-MATRICULA TO AVF-MATRICULA.
           MOVE 2 TO AVF-NIVEL.
           READ FREQ-AVISO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-JA-ENVIADAS
                   MOVE 'JA AVISADO' TO WRK-SITUACAO-CARTA
                   GO TO VERIFICAR-AVISO-EXIT
           END-READ.
           IF WRK-NIVEL = 1
               MOVE 1 TO AVF-NIVEL
               READ FREQ-AVISO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WRK-QTD-JA-ENVIADAS
                       MOVE 'JA AVISADO' TO WRK-SITUACAO-CARTA
                       GO TO VERIFICAR-AVISO-EXIT
               END-READ
           END-IF.

           IF RSP-WS-NOME = SPACES OR RSP-WS-ENDERECO = SPACES
               ADD 1 TO WRK-QTD-SEM-RESP
               MOVE 'SEM RESP.' TO WRK-SITUACAO-CARTA
               GO TO VERIFICAR-AVISO-EXIT
           END-IF.

           PERFORM EMITIR-CARTA.
           PERFORM GRAVAR-AVISO.
           MOVE 'CARTA' TO WRK-SITUACAO-CARTA.

       VERIFICAR-AVISO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ABRIR-TURMA / FECHAR-TURMA                                *
      * CABECALHO DA TURMA NO PRIMEIRO ALUNO EM ALERTA E TOTAL    *
      * DA TURMA NA QUEBRA.                                       *
      *----------------------------------------------------------*
       ABRIR-TURMA.
           MOVE SRT-TURMA TO WRK-TURMA-ATUAL.
           MOVE ZEROS TO WRK-QTD-TURMA.
           MOVE SPACES TO LINHA-ALERTA.
           STRING 'TURMA ' DELIMITED BY SIZE
                  WRK-TURMA-ATUAL DELIMITED BY SIZE
                  INTO LINHA-ALERTA.
           WRITE LINHA-ALERTA.
           MOVE 'MATR.  NOME                 FALTAS  ATUAL %  PROJ. %'
               TO LINHA-ALERTA.
           MOVE 'SITUACAO CARTA' TO LINHA-ALERTA(55:14).
           WRITE LINHA-ALERTA.

       ABRIR-TURMA-EXIT.
           EXIT.

       FECHAR-TURMA.
           IF WRK-TURMA-ATUAL NOT = HIGH-VALUES
               MOVE SPACES TO LINHA-ALERTA
               STRING '  ALUNOS EM ALERTA NA TURMA ' DELIMITED BY SIZE
                      WRK-TURMA-ATUAL DELIMITED BY SIZE
                      ': ' DELIMITED BY SIZE
                      WRK-QTD-TURMA DELIMITED BY SIZE
                      INTO LINHA-ALERTA
               WRITE LINHA-ALERTA
               MOVE SPACES TO LINHA-ALERTA
               WRITE LINHA-ALERTA
           END-IF.

       FECHAR-TURMA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * IMPRIMIR-ALUNO                                            *
      * LINHA DO ALUNO EM ALERTA COM O RESPONSAVEL E O ENDERECO   *
      * DE CORRESPONDENCIA LOGO ABAIXO.                           *
      *----------------------------------------------------------*
       IMPRIMIR-ALUNO.
           ADD 1 TO WRK-QTD-TURMA.
           MOVE FREQ-WS-FALTAS TO WRK-FALTAS-ED.
           MOVE FREQ-WS-PCT TO WRK-PCT-ATUAL-ED.
           MOVE WRK-PCT-PROJ TO WRK-PCT-PROJ-ED.
           MOVE SPACES TO LINHA-ALERTA.
           STRING SRT-MATRICULA DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SRT-NOME(1:20) DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  WRK-FALTAS-ED DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  WRK-PCT-ATUAL-ED DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  WRK-PCT-PROJ-ED DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WRK-SITUACAO-ALERTA DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  WRK-SITUACAO-CARTA DELIMITED BY SIZE
                  INTO LINHA-ALERTA.
           WRITE LINHA-ALERTA.
           MOVE SPACES TO LINHA-ALERTA.
           STRING '       RESP.: ' DELIMITED BY SIZE
                  RSP-WS-NOME DELIMITED BY SIZE
                  INTO LINHA-ALERTA.
           WRITE LINHA-ALERTA.
           MOVE SPACES TO LINHA-ALERTA.
           STRING '              ' DELIMITED BY SIZE
                  RSP-WS-ENDERECO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RSP-WS-CIDADE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RSP-WS-UF DELIMITED BY SIZE
                  INTO LINHA-ALERTA.
           WRITE LINHA-ALERTA.

       IMPRIMIR-ALUNO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * EMITIR-CARTA                                              *
      * IMPRIME A CARTA DO NIVEL AO RESPONSAVEL EM FREQCART.      *
      *----------------------------------------------------------*
       EMITIR-CARTA.
           MOVE ALL '=' TO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE SPACES TO LINHA-CARTA.
           STRING 'AVISO DE FREQUENCIA - NIVEL ' DELIMITED BY SIZE
                  WRK-NIVEL DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  WRK-TITULO-NIVEL DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RUNDATE-HOJE-ED DELIMITED BY SIZE
                  INTO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE SPACES TO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE RSP-WS-NOME TO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE RSP-WS-ENDERECO TO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE SPACES TO LINHA-CARTA.
           STRING RSP-WS-CIDADE DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  RSP-WS-UF DELIMITED BY SIZE
                  INTO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE SPACES TO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE 'PREZADO(A) RESPONSAVEL,' TO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE SPACES TO LINHA-CARTA.
           STRING 'ALUNO(A) ' DELIMITED BY SIZE
                  SRT-NOME DELIMITED BY SIZE
                  ' MATRICULA ' DELIMITED BY SIZE
                  SRT-MATRICULA DELIMITED BY SIZE
                  ' TURMA ' DELIMITED BY SIZE
                  SRT-TURMA DELIMITED BY SIZE
                  INTO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE WRK-TEXTO-CARTA TO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE SPACES TO LINHA-CARTA.
           STRING 'A FREQUENCIA MINIMA DE ' DELIMITED BY SIZE
                  WRK-MINIMA-ED DELIMITED BY SIZE
                  '% EXIGIDA PARA A APROVACAO.' DELIMITED BY SIZE
                  INTO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE SPACES TO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE SPACES TO LINHA-CARTA.
           STRING 'FALTAS ATE HOJE: ' DELIMITED BY SIZE
                  WRK-FALTAS-ED DELIMITED BY SIZE
                  ' EM ' DELIMITED BY SIZE
                  WRK-DIAS-DECORRIDOS DELIMITED BY SIZE
                  ' DIAS LETIVOS   FREQUENCIA: ' DELIMITED BY SIZE
                  WRK-PCT-ATUAL-ED DELIMITED BY SIZE
                  '%' DELIMITED BY SIZE
                  INTO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE SPACES TO LINHA-CARTA.
           STRING 'LIMITE DE FALTAS NO ANO: ' DELIMITED BY SIZE
                  WRK-LIMITE-ED DELIMITED BY SIZE
                  ' EM ' DELIMITED BY SIZE
                  WRK-DIAS-ANO DELIMITED BY SIZE
                  ' DIAS LETIVOS' DELIMITED BY SIZE
                  INTO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE SPACES TO LINHA-CARTA.
           WRITE LINHA-CARTA.

           ADD 1 TO WRK-QTD-CARTAS.

       EMITIR-CARTA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * GRAVAR-AVISO                                              *
      * REGISTRA A CARTA EMITIDA NO FREQAVIS, COM AS FALTAS E OS  *
      * PERCENTUAIS DO DIA.                                       *
      *----------------------------------------------------------*
       GRAVAR-AVISO.
           MOVE WRK-ANO-LETIVO TO AVF-ANO.
           MOVE SRT-MATRICULA TO AVF-MATRICULA.
           MOVE WRK-NIVEL TO AVF-NIVEL.
           MOVE RUNDATE-HOJE TO AVF-DATA-ENVIO.
           MOVE SRT-TURMA TO AVF-TURMA.
           MOVE FREQ-WS-FALTAS TO AVF-FALTAS.
           MOVE WRK-DIAS-DECORRIDOS TO AVF-DIAS-DECORRIDOS.
           MOVE FREQ-WS-PCT TO AVF-PCT-ATUAL.
           MOVE WRK-PCT-PROJ TO AVF-PCT-PROJETADO.
           WRITE REG-FREQ-AVISO
               INVALID KEY
                   DISPLAY 'ERRO NA GRAVACAO DO FREQAVIS - MATRICULA '
                           SRT-MATRICULA
           END-WRITE.

       GRAVAR-AVISO-EXIT.
           EXIT.

           COPY 'RUNDATEP.CPY'.
           COPY 'RPTHDRP.CPY'.
           COPY 'PARAMETROSP.CPY'.
           COPY 'CALENDP.CPY'.
           COPY 'FREQP.CPY'.
           COPY 'RESPP.CPY'.
           COPY 'RUNSTATSP.CPY' REPLACING ==STATS-PROGRAM-ID==
               BY =='PROGCOB08Q'==.
