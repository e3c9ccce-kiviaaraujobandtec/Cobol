       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLIREL.
      **********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = KIVIA(ALURA) KIVIAAL
      *OBJETIVO: RELATORIO DIARIO DAS COLISOES DE ATUALIZACAO -
      *LE O ARQUIVO COLISAO, ONDE OS PROGRAMAS ON-LINE DE
      *MANUTENCAO (CONCORP.CPY) REGISTRAM CADA GRAVACAO RECUSADA
      *PORQUE O REGISTRO MUDOU DESDE QUE FOI EXIBIDO, E IMPRIME
      *NO COLIREL UMA LINHA POR COLISAO DO DIA (HORA, PROGRAMA,
      *OPERADOR, CHAVE, SITUACAO, CAMPOS DIFERENTES E AUTOR DA
      *OUTRA ATUALIZACAO), FECHANDO COM A CONTAGEM POR PROGRAMA E
      *POR OPERADOR NO DIA E NO MES ATE O DIA - PARA SE VER SE AS
      *COLISOES SAO RARAS OU SE ALGUM PROCESSO DE TRABALHO PRECISA
      *SER REVISTO.
      *DATA   = 07/06/22
      *HISTORICO DE ALTERACOES
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOG-COLISAO ASSIGN TO "COLISAO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-COL-STATUS.

           SELECT RELATORIO-COLISOES ASSIGN TO "COLIREL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.

           SELECT RUN-STATS ASSIGN TO "RUNSTATS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATS-WS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOG-COLISAO.
           COPY 'COLISAO.CPY'.

       FD  RELATORIO-COLISOES.
       01  LINHA-COLISOES      PIC X(80).

       FD  RUN-STATS.
           COPY 'RUNSTATS.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'RUNSTATSW.CPY'.
       77 WRK-COL-STATUS PIC X(02) VALUE ZEROS.
           88 COLISAO-OK VALUE '00'.
           88 COLISAO-AUSENTE VALUE '35'.
       77 WRK-REL-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-FIM-COLISAO PIC X(01) VALUE 'N'.
           88 FIM-COLISAO VALUE 'S'.
       77 WRK-COL-ABERTO PIC X(01) VALUE 'N'.
           88 COLISAO-ABERTO VALUE 'S'.

      *PRIMEIRO DIA DO MES DA DATA DE EXECUCAO
       01 WRK-INICIO-MES PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WRK-INICIO-MES.
           05 WRK-INICIO-ANOMES PIC 9(06).
           05 WRK-INICIO-DIA PIC 9(02).

       77 WRK-QTD-LIDOS PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-DIA PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-MES PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-ALTERADO PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-EXCLUIDO PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-INCLUIDO PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-SEM-AUTOR PIC 9(07) VALUE ZEROS.

      *CONTAGEM POR PROGRAMA, NO DIA E NO MES
       77 WRK-QTD-PRG PIC 9(02) VALUE ZEROS.
       77 WRK-IND-PRG PIC 9(02) VALUE ZEROS.
       77 WRK-PRG-ACHADO PIC 9(02) VALUE ZEROS.
       01 TAB-PROGRAMAS.
           05 TAB-PRG-LINHA OCCURS 30 TIMES.
               10 TAB-PRG-NOME     PIC X(12).
               10 TAB-PRG-QTD-DIA  PIC 9(05).
               10 TAB-PRG-QTD-MES  PIC 9(05).

      *CONTAGEM POR OPERADOR QUE TEVE A GRAVACAO RECUSADA
       77 WRK-QTD-OPE PIC 9(03) VALUE ZEROS.
       77 WRK-IND-OPE PIC 9(03) VALUE ZEROS.
       77 WRK-OPE-ACHADO PIC 9(03) VALUE ZEROS.
       01 TAB-OPERADORES.
           05 TAB-OPE-LINHA OCCURS 200 TIMES.
               10 TAB-OPE-CODIGO   PIC X(08).
               10 TAB-OPE-QTD-DIA  PIC 9(05).
               10 TAB-OPE-QTD-MES  PIC 9(05).

       77 WRK-HORA-ED PIC 99.99.99 VALUE ZEROS.
       77 WRK-AUTOR PIC X(08) VALUE SPACES.
       77 WRK-QTD-ED PIC Z.ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-DIA-ED PIC ZZ.ZZ9 VALUE ZEROS.
       77 WRK-MES-ED PIC ZZ.ZZ9 VALUE ZEROS.
           COPY 'RUNDATE.CPY'.
           COPY 'RPTHDR.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0002-INICIALIZAR.
           PERFORM 0003-PROCESSAR THRU 0003-PROCESSAR-EXIT
               UNTIL FIM-COLISAO.
           PERFORM 0004-FINALIZAR.

           STOP RUN.

       0002-INICIALIZAR.

           PERFORM OBTER-DATA-EXECUCAO.
           MOVE RUNDATE-HOJE TO WRK-INICIO-MES.
           MOVE 01 TO WRK-INICIO-DIA.

           OPEN OUTPUT RELATORIO-COLISOES.
           MOVE 'COLISOES DE ATUALIZACAO DO DIA' TO RPT-HDR-TITULO.
           PERFORM MONTAR-CABECALHO-RELATORIO.
           MOVE RPT-HDR-LINHA TO LINHA-COLISOES.
           WRITE LINHA-COLISOES.
           MOVE 'SITUACAO: A = ALTERADO, E = EXCLUIDO, I = INCLUIDO '
               TO LINHA-COLISOES.
           MOVE 'POR OUTRA SESSAO' TO LINHA-COLISOES(52:).
           WRITE LINHA-COLISOES.
           MOVE SPACES TO LINHA-COLISOES.
           WRITE LINHA-COLISOES.
           MOVE 'HORA     PROGRAMA     OPERADOR CHAVE'
               TO LINHA-COLISOES.
           MOVE 'S QT PRIMEIRO CAMPO  AUTOR' TO LINHA-COLISOES(49:).
           WRITE LINHA-COLISOES.

           OPEN INPUT LOG-COLISAO.
           IF NOT COLISAO-OK
               DISPLAY 'ARQUIVO DE COLISOES (COLISAO) NAO '
                       'ENCONTRADO - NENHUMA COLISAO REGISTRADA.'
               SET FIM-COLISAO TO TRUE
           ELSE
               SET COLISAO-ABERTO TO TRUE
               PERFORM LER-COLISAO
           END-IF.

      *----------------------------------------------------------*
      * 0003-PROCESSAR                                            *
      * CONTA NO MES A COLISAO DO PRIMEIRO DIA DO MES ATE A DATA  *
      * DE EXECUCAO E, SE FOR DO DIA, TAMBEM NO DIA, COM UMA      *
      * LINHA NO RELATORIO.                                       *
      *----------------------------------------------------------*
       0003-PROCESSAR.
           IF COL-DATA < WRK-INICIO-MES OR COL-DATA > RUNDATE-HOJE
               GO TO 0003-PROCESSAR-PROXIMO
           END-IF.
           ADD 1 TO WRK-QTD-MES.
           PERFORM ACHAR-PROGRAMA THRU ACHAR-PROGRAMA-EXIT.
           PERFORM ACHAR-OPERADOR THRU ACHAR-OPERADOR-EXIT.
           IF WRK-PRG-ACHADO > ZEROS
               ADD 1 TO TAB-PRG-QTD-MES(WRK-PRG-ACHADO)
           END-IF.
           IF WRK-OPE-ACHADO > ZEROS
               ADD 1 TO TAB-OPE-QTD-MES(WRK-OPE-ACHADO)
           END-IF.
           IF COL-DATA NOT = RUNDATE-HOJE
               GO TO 0003-PROCESSAR-PROXIMO
           END-IF.

           ADD 1 TO WRK-QTD-DIA.
           IF WRK-PRG-ACHADO > ZEROS
               ADD 1 TO TAB-PRG-QTD-DIA(WRK-PRG-ACHADO)
           END-IF.
           IF WRK-OPE-ACHADO > ZEROS
               ADD 1 TO TAB-OPE-QTD-DIA(WRK-OPE-ACHADO)
           END-IF.
           EVALUATE TRUE
               WHEN COL-REG-ALTERADO
                   ADD 1 TO WRK-QTD-ALTERADO
               WHEN COL-REG-EXCLUIDO
                   ADD 1 TO WRK-QTD-EXCLUIDO
               WHEN COL-REG-INCLUIDO
                   ADD 1 TO WRK-QTD-INCLUIDO
           END-EVALUATE.
           PERFORM IMPRIMIR-COLISAO THRU IMPRIMIR-COLISAO-EXIT.

       0003-PROCESSAR-PROXIMO.
           PERFORM LER-COLISAO.

       0003-PROCESSAR-EXIT.
           EXIT.

       0004-FINALIZAR.

           IF COLISAO-ABERTO
               CLOSE LOG-COLISAO
           END-IF.

           MOVE SPACES TO LINHA-COLISOES.
           WRITE LINHA-COLISOES.
           MOVE 'RESUMO DAS COLISOES' TO LINHA-COLISOES.
           WRITE LINHA-COLISOES.
           MOVE WRK-QTD-DIA TO WRK-QTD-ED.
           MOVE SPACES TO LINHA-COLISOES.
           STRING '  COLISOES NO DIA........: ' DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO LINHA-COLISOES.
           WRITE LINHA-COLISOES.
           MOVE WRK-QTD-ALTERADO TO WRK-QTD-ED.
           MOVE SPACES TO LINHA-COLISOES.
           STRING '    ALTERADO POR OUTRA...: ' DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO LINHA-COLISOES.
           WRITE LINHA-COLISOES.
           MOVE WRK-QTD-EXCLUIDO TO WRK-QTD-ED.
           MOVE SPACES TO LINHA-COLISOES.
           STRING '    EXCLUIDO POR OUTRA...: ' DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO LINHA-COLISOES.
           WRITE LINHA-COLISOES.
           MOVE WRK-QTD-INCLUIDO TO WRK-QTD-ED.
           MOVE SPACES TO LINHA-COLISOES.
           STRING '    INCLUIDO POR OUTRA...: ' DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO LINHA-COLISOES.
           WRITE LINHA-COLISOES.
           MOVE WRK-QTD-SEM-AUTOR TO WRK-QTD-ED.
           MOVE SPACES TO LINHA-COLISOES.
           STRING '    AUTOR NAO IDENTIF....: ' DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO LINHA-COLISOES.
           WRITE LINHA-COLISOES.
           MOVE WRK-QTD-MES TO WRK-QTD-ED.
           MOVE SPACES TO LINHA-COLISOES.
           STRING '  COLISOES NO MES.........: ' DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO LINHA-COLISOES.
           WRITE LINHA-COLISOES.

           MOVE SPACES TO LINHA-COLISOES.
           WRITE LINHA-COLISOES.
           MOVE 'POR PROGRAMA                   NO DIA  NO MES'
               TO LINHA-COLISOES.
           WRITE LINHA-COLISOES.
           PERFORM IMPRIMIR-PROGRAMA THRU IMPRIMIR-PROGRAMA-EXIT
               VARYING WRK-IND-PRG FROM 1 BY 1
               UNTIL WRK-IND-PRG > WRK-QTD-PRG.

           MOVE SPACES TO LINHA-COLISOES.
           WRITE LINHA-COLISOES.
           MOVE 'POR OPERADOR                   NO DIA  NO MES'
               TO LINHA-COLISOES.
           WRITE LINHA-COLISOES.
           PERFORM IMPRIMIR-OPERADOR THRU IMPRIMIR-OPERADOR-EXIT
               VARYING WRK-IND-OPE FROM 1 BY 1
               UNTIL WRK-IND-OPE > WRK-QTD-OPE.
           CLOSE RELATORIO-COLISOES.

           DISPLAY 'COLIREL' '   DATA: ' RUNDATE-HOJE-ED.
           DISPLAY 'COLISOES LIDAS........: ' WRK-QTD-LIDOS.
           DISPLAY 'COLISOES NO DIA.......: ' WRK-QTD-DIA.
           DISPLAY 'COLISOES NO MES.......: ' WRK-QTD-MES.
           DISPLAY 'RELATORIO GRAVADO EM COLIREL.'.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

           MOVE WRK-QTD-DIA TO STATS-REGISTROS.
           PERFORM GRAVAR-RUNSTATS.

       LER-COLISAO.
           READ LOG-COLISAO
               AT END
                   SET FIM-COLISAO TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
           END-READ.

       LER-COLISAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * IMPRIMIR-COLISAO                                          *
      * UMA LINHA POR COLISAO DO DIA. AUTOR E O OPERADOR DA       *
      * ATUALIZACAO ACHADA NO AUDIT-TRAIL OU NO HISTORICO; SEM    *
      * ELE SAI '?' (MUDANCA POR PROGRAMA SEM REGISTRO DO AUTOR). *
      *----------------------------------------------------------*
       IMPRIMIR-COLISAO.
           MOVE COL-HORA TO WRK-HORA-ED.
           IF COL-OPERADOR-OUTRO = SPACES
               MOVE '?' TO WRK-AUTOR
               ADD 1 TO WRK-QTD-SEM-AUTOR
           ELSE
               MOVE COL-OPERADOR-OUTRO TO WRK-AUTOR
           END-IF.
           MOVE SPACES TO LINHA-COLISOES.
           STRING WRK-HORA-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  COL-PROGRAMA DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  COL-OPERADOR DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  COL-CHAVE(1:16) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  COL-SITUACAO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  COL-QTD-CAMPOS DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  COL-PRIMEIRO-CAMPO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-AUTOR DELIMITED BY SIZE
                  INTO LINHA-COLISOES.
           WRITE LINHA-COLISOES.

       IMPRIMIR-COLISAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ACHAR-PROGRAMA / ACHAR-OPERADOR                           *
      * POSICAO DO PROGRAMA (E DO OPERADOR) DA COLISAO NA TABELA  *
      * DE CONTAGEM, ACRESCENTANDO NA PRIMEIRA VEZ. TABELA CHEIA  *
      * DEVOLVE ZERO E A COLISAO SO ENTRA NOS TOTAIS.             *
      *----------------------------------------------------------*
       ACHAR-PROGRAMA.
           MOVE ZEROS TO WRK-PRG-ACHADO.
           PERFORM COMPARAR-PROGRAMA THRU COMPARAR-PROGRAMA-EXIT
               VARYING WRK-IND-PRG FROM 1 BY 1
               UNTIL WRK-IND-PRG > WRK-QTD-PRG
                  OR WRK-PRG-ACHADO > ZEROS.
           IF WRK-PRG-ACHADO > ZEROS
               GO TO ACHAR-PROGRAMA-EXIT
           END-IF.
           IF WRK-QTD-PRG NOT < 30
               DISPLAY 'TABELA DE PROGRAMAS CHEIA - ' COL-PROGRAMA
                       ' SO NOS TOTAIS.'
               GO TO ACHAR-PROGRAMA-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-PRG.
           MOVE WRK-QTD-PRG TO WRK-PRG-ACHADO.
           MOVE COL-PROGRAMA TO TAB-PRG-NOME(WRK-PRG-ACHADO).
           MOVE ZEROS TO TAB-PRG-QTD-DIA(WRK-PRG-ACHADO).
           MOVE ZEROS TO TAB-PRG-QTD-MES(WRK-PRG-ACHADO).

       ACHAR-PROGRAMA-EXIT.
           EXIT.

       COMPARAR-PROGRAMA.
           IF TAB-PRG-NOME(WRK-IND-PRG) = COL-PROGRAMA
               MOVE WRK-IND-PRG TO WRK-PRG-ACHADO
           END-IF.

       COMPARAR-PROGRAMA-EXIT.
           EXIT.

       ACHAR-OPERADOR.
           MOVE ZEROS TO WRK-OPE-ACHADO.
           PERFORM COMPARAR-OPERADOR THRU COMPARAR-OPERADOR-EXIT
               VARYING WRK-IND-OPE FROM 1 BY 1
               UNTIL WRK-IND-OPE > WRK-QTD-OPE
                  OR WRK-OPE-ACHADO > ZEROS.
           IF WRK-OPE-ACHADO > ZEROS
               GO TO ACHAR-OPERADOR-EXIT
           END-IF.
           IF WRK-QTD-OPE NOT < 200
               DISPLAY 'TABELA DE OPERADORES CHEIA - ' COL-OPERADOR
                       ' SO NOS TOTAIS.'
               GO TO ACHAR-OPERADOR-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-OPE.
           MOVE WRK-QTD-OPE TO WRK-OPE-ACHADO.
           MOVE COL-OPERADOR TO TAB-OPE-CODIGO(WRK-OPE-ACHADO).
           MOVE ZEROS TO TAB-OPE-QTD-DIA(WRK-OPE-ACHADO).
           MOVE ZEROS TO TAB-OPE-QTD-MES(WRK-OPE-ACHADO).

       ACHAR-OPERADOR-EXIT.
           EXIT.

       COMPARAR-OPERADOR.
           IF TAB-OPE-CODIGO(WRK-IND-OPE) = COL-OPERADOR
               MOVE WRK-IND-OPE TO WRK-OPE-ACHADO
           END-IF.

       COMPARAR-OPERADOR-EXIT.
           EXIT.

       IMPRIMIR-PROGRAMA.
           MOVE TAB-PRG-QTD-DIA(WRK-IND-PRG) TO WRK-DIA-ED.
           MOVE TAB-PRG-QTD-MES(WRK-IND-PRG) TO WRK-MES-ED.
           MOVE SPACES TO LINHA-COLISOES.
           STRING '  ' DELIMITED BY SIZE
                  TAB-PRG-NOME(WRK-IND-PRG) DELIMITED BY SIZE
                  '                 ' DELIMITED BY SIZE
                  WRK-DIA-ED DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WRK-MES-ED DELIMITED BY SIZE
                  INTO LINHA-COLISOES.
           WRITE LINHA-COLISOES.

       IMPRIMIR-PROGRAMA-EXIT.
           EXIT.

       IMPRIMIR-OPERADOR.
           MOVE TAB-OPE-QTD-DIA(WRK-IND-OPE) TO WRK-DIA-ED.
           MOVE TAB-OPE-QTD-MES(WRK-IND-OPE) TO WRK-MES-ED.
           MOVE SPACES TO LINHA-COLISOES.
           STRING '  ' DELIMITED BY SIZE
                  TAB-OPE-CODIGO(WRK-IND-OPE) DELIMITED BY SIZE
                  '                     ' DELIMITED BY SIZE
                  WRK-DIA-ED DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WRK-MES-ED DELIMITED BY SIZE
                  INTO LINHA-COLISOES.
           WRITE LINHA-COLISOES.

       IMPRIMIR-OPERADOR-EXIT.
           EXIT.

           COPY 'RUNDATEP.CPY'.
           COPY 'RPTHDRP.CPY'.
           COPY 'RUNSTATSP.CPY' REPLACING ==STATS-PROGRAM-ID==
               BY =='COLIREL'==.
