       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTPEND.
      **********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = KIVIA(ALURA) KIVIAAL
      *OBJETIVO: LISTA DIARIA DE RETORNOS PENDENTES POR OPERADOR -
      *LE O HISTORICO DE CONTATOS DO CLIENTE (CLICONT), ORDENA OS
      *CONTATOS EM ABERTO POR OPERADOR E DATA E IMPRIME UMA
      *PAGINA POR OPERADOR (CONTPEND) COM O CLIENTE, O TELEFONE
      *DO CADASTRO, OS DIAS EM ABERTO E A DESCRICAO, PARA CADA UM
      *COMECAR O DIA PELOS RETORNOS DEVIDOS. A LINHA 'OPERADOR:'
      *NO TOPO DA PAGINA PERMITE A ENTREGA DE CADA PAGINA AO SEU
      *OPERADOR PELA DISTRIBUICAO DE RELATORIOS (RPTDIST). O
      *CONTATO E ENCERRADO NO CONTMNT.
      *DATA   = 01/06/22
      *HISTORICO DE ALTERACOES
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTATOS-CLIENTE ASSIGN TO "CLICONT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTT-CHAVE
               FILE STATUS IS WRK-CTT-STATUS.

           SELECT CADASTRO-CLIENTE ASSIGN TO "CADCLI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CPF
               ALTERNATE RECORD KEY IS REG-NOME
                   WITH DUPLICATES
               FILE STATUS IS WRK-CLI-STATUS.

           SELECT OPERADOR-MASTER ASSIGN TO "OPERMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WRK-OPER-STATUS.

           SELECT WRK-SORT-FILE ASSIGN TO "CTTSRT".

           SELECT RELATORIO-PENDENCIAS ASSIGN TO "CONTPEND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.

           SELECT RUN-STATS ASSIGN TO "RUNSTATS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATS-WS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTATOS-CLIENTE.
           COPY 'CLICONT.CPY'.

       FD  CADASTRO-CLIENTE.
           COPY 'CLIREG.CPY'.

       FD  OPERADOR-MASTER.
           COPY 'OPERMST.CPY'.

       SD  WRK-SORT-FILE.
       01  REG-PENDENCIA-SORT.
           05 SRT-OPERADOR     PIC X(08).
           05 SRT-DATA         PIC 9(08).
           05 SRT-HORA         PIC 9(06).
           05 SRT-CPF          PIC 9(11).
           05 SRT-CANAL        PIC X(01).
           05 SRT-ASSUNTO      PIC X(03).
           05 SRT-TEXTO        PIC X(60).

       FD  RELATORIO-PENDENCIAS.
       01  LINHA-RELATORIO      PIC X(80).

       FD  RUN-STATS.
           COPY 'RUNSTATS.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'RUNSTATSW.CPY'.
       77 WRK-CTT-STATUS PIC X(02) VALUE ZEROS.
           88 CTT-ARQ-OK VALUE '00'.
           88 CTT-FIM VALUE '10'.
           88 CTT-ARQ-AUSENTE VALUE '23' '35'.
       77 WRK-CLI-STATUS PIC X(02) VALUE ZEROS.
           88 CLI-OK VALUE '00'.
           88 CLI-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-OPER-STATUS PIC X(02) VALUE ZEROS.
           88 OPER-MST-OK VALUE '00'.
           88 OPER-MST-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-REL-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-FIM-SORT PIC X(01) VALUE 'N'.
           88 SORT-FIM VALUE 'S'.
       77 WRK-CTT-ABERTO PIC X(01) VALUE 'N'.
           88 CONTATOS-ABERTO VALUE 'S'.
       77 WRK-CLI-ABERTO PIC X(01) VALUE 'N'.
           88 CADASTRO-ABERTO VALUE 'S'.
       77 WRK-OPER-ABERTO PIC X(01) VALUE 'N'.
           88 OPERADORES-ABERTO VALUE 'S'.

       77 WRK-OPERADOR-ATUAL PIC X(08) VALUE SPACES.
       77 WRK-NOME-OPERADOR PIC X(30) VALUE SPACES.
       77 WRK-NOME-CLIENTE PIC X(20) VALUE SPACES.
       77 WRK-TELEFONE PIC X(15) VALUE SPACES.
       77 WRK-CPF-ED PIC *********/99 VALUE ZEROS.
       77 WRK-DATA-ED PIC 9(04)/99/99 VALUE ZEROS.
       77 WRK-DIAS-HOJE PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-ABERTO PIC 9(05) VALUE ZEROS.
       77 WRK-DIAS-ED PIC ZZZZ9 VALUE ZEROS.
       77 WRK-MAIOR-ATRASO PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-OPERADOR PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-OPERADORES PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-LIDOS PIC 9(07) VALUE ZEROS.
       77 WRK-TOTAL-PENDENTES PIC 9(07) VALUE ZEROS.
           COPY 'RUNDATE.CPY'.
           COPY 'RPTHDR.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0002-INICIALIZAR.
           IF CONTATOS-ABERTO
               SORT WRK-SORT-FILE
                   ON ASCENDING KEY SRT-OPERADOR SRT-DATA SRT-HORA
                   INPUT PROCEDURE IS 0005-LIBERAR-PENDENCIAS
                   OUTPUT PROCEDURE IS 0003-IMPRIMIR-PENDENCIAS
           END-IF.
           PERFORM 0004-FINALIZAR.

           STOP RUN.

       0002-INICIALIZAR.
           PERFORM OBTER-DATA-EXECUCAO.
           DISPLAY 'CONTPEND' '   DATA: ' RUNDATE-HOJE-ED.
           COMPUTE WRK-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE(RUNDATE-HOJE).
           OPEN OUTPUT RELATORIO-PENDENCIAS.
           MOVE 'RETORNOS PENDENTES A CLIENTES' TO RPT-HDR-TITULO.
           OPEN INPUT CONTATOS-CLIENTE.
           IF CTT-ARQ-AUSENTE
               DISPLAY 'HISTORICO DE CONTATOS (CLICONT) INEXISTENTE.'
           ELSE
               SET CONTATOS-ABERTO TO TRUE
           END-IF.
           OPEN INPUT CADASTRO-CLIENTE.
           IF CLI-NAO-ENCONTRADO
               DISPLAY 'CADASTRO DE CLIENTES INEXISTENTE - NOME E '
                       'TELEFONE NAO SERAO IMPRESSOS.'
           ELSE
               SET CADASTRO-ABERTO TO TRUE
           END-IF.
           OPEN INPUT OPERADOR-MASTER.
           IF NOT OPER-MST-NAO-ENCONTRADO
               SET OPERADORES-ABERTO TO TRUE
           END-IF.

      *----------------------------------------------------------*
      * 0003-IMPRIMIR-PENDENCIAS                                  *
      * RECEBE AS PENDENCIAS ORDENADAS E ABRE UMA PAGINA NOVA A   *
      * CADA OPERADOR, FECHANDO A ANTERIOR COM O TOTAL DELE.      *
      *----------------------------------------------------------*
       0003-IMPRIMIR-PENDENCIAS.
           RETURN WRK-SORT-FILE
               AT END
                   SET SORT-FIM TO TRUE
           END-RETURN.
           PERFORM IMPRIMIR-UMA-PENDENCIA UNTIL SORT-FIM.
           IF WRK-QTD-OPERADORES > ZEROS
               PERFORM FECHAR-PAGINA-OPERADOR
           END-IF.

       0003-IMPRIMIR-PENDENCIAS-EXIT.
           EXIT.

       0004-FINALIZAR.
           IF WRK-TOTAL-PENDENTES = ZEROS
               PERFORM MONTAR-CABECALHO-RELATORIO
               MOVE RPT-HDR-LINHA TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE SPACES TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE 'NENHUM RETORNO PENDENTE.' TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.
           IF CONTATOS-ABERTO
               CLOSE CONTATOS-CLIENTE
           END-IF.
           IF CADASTRO-ABERTO
               CLOSE CADASTRO-CLIENTE
           END-IF.
           IF OPERADORES-ABERTO
               CLOSE OPERADOR-MASTER
           END-IF.
           CLOSE RELATORIO-PENDENCIAS.

           DISPLAY 'CONTATOS LIDOS......: ' WRK-TOTAL-LIDOS.
           DISPLAY 'RETORNOS PENDENTES..: ' WRK-TOTAL-PENDENTES.
           DISPLAY 'OPERADORES COM PENDENCIA: ' WRK-QTD-OPERADORES.
           DISPLAY 'RELATORIO GRAVADO EM CONTPEND.'.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

           MOVE WRK-TOTAL-PENDENTES TO STATS-REGISTROS.
           PERFORM GRAVAR-RUNSTATS.

      *----------------------------------------------------------*
      * 0005-LIBERAR-PENDENCIAS                                   *
      * LE O CLICONT INTEIRO E LIBERA PARA O SORT OS CONTATOS     *
      * AINDA EM ABERTO.                                          *
      *----------------------------------------------------------*
       0005-LIBERAR-PENDENCIAS.
           MOVE LOW-VALUES TO CTT-CHAVE.
           START CONTATOS-CLIENTE KEY IS NOT < CTT-CHAVE
               INVALID KEY
                   SET CTT-FIM TO TRUE
           END-START.
           IF NOT CTT-FIM
               READ CONTATOS-CLIENTE NEXT RECORD
                   AT END
                       SET CTT-FIM TO TRUE
               END-READ
           END-IF.
           PERFORM LIBERAR-UMA-PENDENCIA UNTIL CTT-FIM.

       0005-LIBERAR-PENDENCIAS-EXIT.
           EXIT.

       LIBERAR-UMA-PENDENCIA.
           ADD 1 TO WRK-TOTAL-LIDOS.
           IF CTT-ABERTO
               MOVE CTT-OPERADOR TO SRT-OPERADOR
               MOVE CTT-DATA TO SRT-DATA
               MOVE CTT-HORA TO SRT-HORA
               MOVE CTT-CPF TO SRT-CPF
               MOVE CTT-CANAL TO SRT-CANAL
               MOVE CTT-ASSUNTO TO SRT-ASSUNTO
               MOVE CTT-TEXTO TO SRT-TEXTO
               RELEASE REG-PENDENCIA-SORT
           END-IF.
           READ CONTATOS-CLIENTE NEXT RECORD
               AT END
                   SET CTT-FIM TO TRUE
           END-READ.

       LIBERAR-UMA-PENDENCIA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * IMPRIMIR-UMA-PENDENCIA                                    *
      * IMPRIME A PENDENCIA CORRENTE COM O NOME E O TELEFONE DO   *
      * CLIENTE E OS DIAS EM ABERTO; TROCA DE PAGINA NA QUEBRA DE *
      * OPERADOR.                                                 *
      *----------------------------------------------------------*
       IMPRIMIR-UMA-PENDENCIA.
           IF WRK-QTD-OPERADORES = ZEROS
              OR SRT-OPERADOR NOT = WRK-OPERADOR-ATUAL
               IF WRK-QTD-OPERADORES > ZEROS
                   PERFORM FECHAR-PAGINA-OPERADOR
               END-IF
               PERFORM ABRIR-PAGINA-OPERADOR
           END-IF.

           ADD 1 TO WRK-QTD-OPERADOR.
           ADD 1 TO WRK-TOTAL-PENDENTES.
           MOVE SPACES TO WRK-NOME-CLIENTE.
           MOVE SPACES TO WRK-TELEFONE.
           IF CADASTRO-ABERTO
               MOVE SRT-CPF TO REG-CPF
               READ CADASTRO-CLIENTE
                   INVALID KEY
                       MOVE '(FORA DO CADASTRO)' TO WRK-NOME-CLIENTE
                   NOT INVALID KEY
                       MOVE REG-NOME TO WRK-NOME-CLIENTE
                       MOVE REG-TELEFONE TO WRK-TELEFONE
               END-READ
           END-IF.
           COMPUTE WRK-DIAS-ABERTO = WRK-DIAS-HOJE -
               FUNCTION INTEGER-OF-DATE(SRT-DATA).
           IF WRK-DIAS-ABERTO > WRK-MAIOR-ATRASO
               MOVE WRK-DIAS-ABERTO TO WRK-MAIOR-ATRASO
           END-IF.
           MOVE SRT-CPF TO WRK-CPF-ED.
           MOVE SRT-DATA TO WRK-DATA-ED.
           MOVE WRK-DIAS-ABERTO TO WRK-DIAS-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING WRK-CPF-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-NOME-CLIENTE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-TELEFONE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-DATA-ED DELIMITED BY SIZE
                  WRK-DIAS-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SRT-CANAL DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SRT-ASSUNTO DELIMITED BY SIZE
                  INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING '             ' DELIMITED BY SIZE
                  SRT-TEXTO DELIMITED BY SIZE
                  INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           RETURN WRK-SORT-FILE
               AT END
                   SET SORT-FIM TO TRUE
           END-RETURN.

       IMPRIMIR-UMA-PENDENCIA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ABRIR-PAGINA-OPERADOR                                     *
      * CABECALHO PADRAO EM PAGINA NOVA, A LINHA DO OPERADOR COM  *
      * O NOME DO OPERMST E OS TITULOS DAS COLUNAS.               *
      *----------------------------------------------------------*
       ABRIR-PAGINA-OPERADOR.
           ADD 1 TO WRK-QTD-OPERADORES.
           MOVE SRT-OPERADOR TO WRK-OPERADOR-ATUAL.
           MOVE ZEROS TO WRK-QTD-OPERADOR.
           MOVE ZEROS TO WRK-MAIOR-ATRASO.
           MOVE SPACES TO WRK-NOME-OPERADOR.
           IF OPERADORES-ABERTO
               MOVE SRT-OPERADOR TO OPER-ID
               READ OPERADOR-MASTER
                   INVALID KEY
                       MOVE '(NAO CADASTRADO)' TO WRK-NOME-OPERADOR
                   NOT INVALID KEY
                       MOVE OPER-NOME TO WRK-NOME-OPERADOR
               END-READ
           END-IF.
           PERFORM MONTAR-CABECALHO-RELATORIO.
           MOVE RPT-HDR-LINHA TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING 'OPERADOR: ' DELIMITED BY SIZE
                  SRT-OPERADOR DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-NOME-OPERADOR DELIMITED BY SIZE
                  INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE 'CPF          CLIENTE              TELEFONE        '
               TO LINHA-RELATORIO.
           MOVE 'CONTATO     DIAS C ASS' TO LINHA-RELATORIO(51:22).
           WRITE LINHA-RELATORIO.
           MOVE '             DESCRICAO' TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ALL '-' TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       ABRIR-PAGINA-OPERADOR-EXIT.
           EXIT.

       FECHAR-PAGINA-OPERADOR.
           MOVE WRK-MAIOR-ATRASO TO WRK-DIAS-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           STRING 'RETORNOS PENDENTES DO OPERADOR: ' DELIMITED BY SIZE
                  WRK-QTD-OPERADOR DELIMITED BY SIZE
                  '  MAIS ANTIGO:' DELIMITED BY SIZE
                  WRK-DIAS-ED DELIMITED BY SIZE
                  ' DIAS' DELIMITED BY SIZE
                  INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       FECHAR-PAGINA-OPERADOR-EXIT.
           EXIT.

           COPY 'RUNDATEP.CPY'.
           COPY 'RPTHDRP.CPY'.
           COPY 'RUNSTATSP.CPY' REPLACING ==STATS-PROGRAM-ID==
               BY =='CONTPEND'==.
