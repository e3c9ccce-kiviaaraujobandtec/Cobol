       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB11E.
      **********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = KIVIA(ALURA) KIVIAAL
      *OBJETIVO: CRONOGRAMA DAS OBRAS - PREVISTO X REALIZADO.
      *PARA CADA OBRA COM ETAPAS NO OBRACRON (PROGCOB11M), O
      *PERCENTUAL CONCLUIDO DA ULTIMA MEDICAO DO MEDHIST (AREA
      *MEDIDA X AREA ATUAL DO OBRAORC MAIS ADITIVOS APROVADOS) E
      *CONFRONTADO COM A CURVA PREVISTA NA DATA DA MEDICAO, COM O
      *DESVIO EM DIAS (DATA EM QUE O PREVISTO ALCANCA O REALIZADO
      *MENOS A DATA DA MEDICAO). CADA ETAPA SAI COM OS DIAS DE
      *ADIANTAMENTO (+) OU ATRASO (-) E A SITUACAO. O TERMINO
      *PROJETADO E O FIM PREVISTO DA ULTIMA ETAPA DESLOCADO PELO
      *MAIOR ATRASO (CURVA OU ETAPA EM ABERTO); QUANDO PASSA DA
      *ENTREGA CONTRATADA DO OBRAORC A OBRA E DESTACADA E VAI
      *PARA A LISTA DO FIM DO RELATORIO - O ATRASO APARECE ANTES
      *DE O CLIENTE LIGAR. SAIDA EM CRONREL. RODADA SEMANAL.
      *DATA   = 23/05/22
      *HISTORICO DE ALTERACOES
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OBRA-CRONOGRAMA ASSIGN TO "OBRACRON"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRO-CHAVE
               FILE STATUS IS WRK-CRO-STATUS.

           SELECT MEDICAO-HIST ASSIGN TO "MEDHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-MED-STATUS.

           SELECT OBRA-MASTER ASSIGN TO "OBRAMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OBRA-CODIGO
               FILE STATUS IS WRK-OBRA-STATUS.

           SELECT OBRA-ORCAMENTO ASSIGN TO "OBRAORC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORC-OBRA
               FILE STATUS IS WRK-ORC-STATUS.

           SELECT OBRA-ADITIVO ASSIGN TO "OBRAADIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADT-CHAVE
               FILE STATUS IS ADT-WS-STATUS.

           SELECT RELATORIO-CRONOGRAMA ASSIGN TO "CRONREL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.

           SELECT RUN-STATS ASSIGN TO "RUNSTATS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATS-WS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OBRA-CRONOGRAMA.
           COPY 'OBRACRON.CPY'.

       FD  MEDICAO-HIST.
           COPY 'MEDHIST.CPY'.

       FD  OBRA-MASTER.
           COPY 'OBRAMST.CPY'.

       FD  OBRA-ORCAMENTO.
           COPY 'OBRAORC.CPY'.

       FD  OBRA-ADITIVO.
           COPY 'OBRAADT.CPY'.

       FD  RELATORIO-CRONOGRAMA.
       01  LINHA-CRONOGRAMA    PIC X(80).

       FD  RUN-STATS.
           COPY 'RUNSTATS.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'RUNSTATSW.CPY'.
           COPY 'OBRAADTW.CPY'.
       77 WRK-CRO-STATUS PIC X(02) VALUE ZEROS.
           88 CRO-OK VALUE '00'.
           88 CRO-FIM VALUE '10'.
           88 CRO-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-MED-STATUS PIC X(02) VALUE ZEROS.
           88 MED-OK VALUE '00'.
           88 MED-FIM VALUE '10'.
           88 MED-NAO-ENCONTRADO VALUE '35'.
       77 WRK-OBRA-STATUS PIC X(02) VALUE ZEROS.
           88 OBRA-MST-OK VALUE '00'.
           88 OBRA-MST-NAO-ENCONTRADA VALUE '23' '35'.
       77 WRK-ORC-STATUS PIC X(02) VALUE ZEROS.
           88 ORC-OK VALUE '00'.
           88 ORC-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-REL-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-FIM-CRONOGRAMA PIC X(01) VALUE 'N'.
           88 FIM-CRONOGRAMA VALUE 'S'.

      *ULTIMA MEDICAO DE CADA OBRA ATE HOJE (MEDHIST)
       77 WRK-QTD-MED PIC 9(03) VALUE ZEROS.
       77 WRK-IND-MED PIC 9(03) VALUE ZEROS.
       77 WRK-MED-ACHADA PIC 9(03) VALUE ZEROS.
       77 WRK-MED-EXCEDIDAS PIC 9(05) VALUE ZEROS.
       01  TAB-MEDICOES.
           05 TAB-MED-LINHA OCCURS 500 TIMES.
               10 TAB-MED-OBRA     PIC 9(04).
               10 TAB-MED-DATA     PIC 9(08).
               10 TAB-MED-AREA     PIC 9(07)V99.

      *ETAPAS DA OBRA CORRENTE (OBRACRON, NA ORDEM DE EXECUCAO)
       77 WRK-OBRA-ATUAL PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-ETP PIC 9(02) VALUE ZEROS.
       77 WRK-IND-ETP PIC 9(02) VALUE ZEROS.
       77 WRK-ETP-EXCEDIDAS PIC 9(05) VALUE ZEROS.
       01  TAB-ETAPAS.
           05 TAB-ETP-LINHA OCCURS 30 TIMES.
               10 TAB-ETP-ETAPA       PIC 9(02).
               10 TAB-ETP-DESCRICAO   PIC X(30).
               10 TAB-ETP-INICIO-PREV PIC 9(08).
               10 TAB-ETP-FIM-PREV    PIC 9(08).
               10 TAB-ETP-PCT         PIC 9(03)V99.
               10 TAB-ETP-INICIO-REAL PIC 9(08).
               10 TAB-ETP-FIM-REAL    PIC 9(08).

      *OBRAS COM TERMINO PROJETADO APOS A ENTREGA CONTRATADA
       77 WRK-QTD-RISCO PIC 9(03) VALUE ZEROS.
       77 WRK-IND-RISCO PIC 9(03) VALUE ZEROS.
       01  TAB-RISCO.
           05 TAB-RSC-LINHA OCCURS 200 TIMES.
               10 TAB-RSC-OBRA        PIC 9(04).
               10 TAB-RSC-CLIENTE     PIC X(30).
               10 TAB-RSC-PROJECAO    PIC 9(08).
               10 TAB-RSC-ENTREGA     PIC 9(08).
               10 TAB-RSC-DIAS        PIC 9(05).

      *AVALIACAO DA OBRA CORRENTE
       77 WRK-AREA-ATUAL PIC 9(07)V99 VALUE ZEROS.
       77 WRK-DATA-ENTREGA PIC 9(08) VALUE ZEROS.
       77 WRK-TEM-MEDICAO PIC X(01) VALUE 'N'.
           88 OBRA-COM-MEDICAO VALUE 'S'.
       77 WRK-DATA-MED PIC 9(08) VALUE ZEROS.
       77 WRK-AREA-MED PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PCT-CALC PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PCT-REAL PIC 9(03)V99 VALUE ZEROS.
       77 WRK-DATA-REF PIC 9(08) VALUE ZEROS.
       77 WRK-PCT-CURVA PIC 9(03)V99 VALUE ZEROS.
       77 WRK-PCT-BASE PIC 9(03)V99 VALUE ZEROS.
       77 WRK-CURVA-ACHADA PIC X(01) VALUE 'N'.
           88 CURVA-ACHADA VALUE 'S'.
       77 WRK-DATA-EQUIV PIC 9(08) VALUE ZEROS.
       77 WRK-DIA-INI PIC 9(07) VALUE ZEROS.
       77 WRK-DIA-FIM PIC 9(07) VALUE ZEROS.
       77 WRK-DIA-REF PIC 9(07) VALUE ZEROS.
       77 WRK-DIA-HOJE PIC 9(07) VALUE ZEROS.
       77 WRK-DIA-CALC PIC 9(07) VALUE ZEROS.
       77 WRK-DESVIO-CURVA PIC S9(05) VALUE ZEROS.
       77 WRK-DESVIO-ETAPA PIC S9(05) VALUE ZEROS.
       77 WRK-ATRASO PIC S9(05) VALUE ZEROS.
       77 WRK-PIOR-ATRASO PIC S9(05) VALUE ZEROS.
       77 WRK-FIM-PREVISTO PIC 9(08) VALUE ZEROS.
       77 WRK-FIM-REALIZADO PIC 9(08) VALUE ZEROS.
       77 WRK-ETAPAS-ABERTAS PIC 9(02) VALUE ZEROS.
       77 WRK-PROJECAO PIC 9(08) VALUE ZEROS.
       77 WRK-SITUACAO PIC X(09) VALUE SPACES.
       77 WRK-DESCRICAO-CURTA PIC X(18) VALUE SPACES.
       77 WRK-DATA-REAL-X PIC X(10) VALUE SPACES.

       77 WRK-QTD-OBRAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-ATRASADAS PIC 9(05) VALUE ZEROS.

       77 WRK-DATA-ED PIC 9(04)/99/99 VALUE ZEROS.
       77 WRK-DATA2-ED PIC 9(04)/99/99 VALUE ZEROS.
       77 WRK-PCT-ED PIC ZZ9,99 VALUE ZEROS.
       77 WRK-PCT2-ED PIC ZZ9,99 VALUE ZEROS.
       77 WRK-PCT-ETP-ED PIC ZZ9 VALUE ZEROS.
       77 WRK-DIAS-ED PIC +ZZZ9 VALUE ZEROS.
       77 WRK-DIAS2-ED PIC ZZZZ9 VALUE ZEROS.
           COPY 'RUNDATE.CPY'.
           COPY 'RPTHDR.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0002-INICIALIZAR.
           PERFORM 0003-PROCESSAR.
           PERFORM 0004-FINALIZAR.

           STOP RUN.

       0002-INICIALIZAR.

           PERFORM OBTER-DATA-EXECUCAO.
           COMPUTE WRK-DIA-HOJE =
               FUNCTION INTEGER-OF-DATE(RUNDATE-HOJE).
           PERFORM CARREGAR-MEDICOES THRU CARREGAR-MEDICOES-EXIT.

           OPEN INPUT OBRA-MASTER.
           IF OBRA-MST-NAO-ENCONTRADA
               DISPLAY 'CADASTRO DE OBRAS (OBRAMST) NAO '
                       'ENCONTRADO - CLIENTES NAO SERAO IMPRESSOS.'
           END-IF.
           OPEN INPUT OBRA-ORCAMENTO.
           IF ORC-NAO-ENCONTRADO
               DISPLAY 'ORCAMENTO DE OBRAS (OBRAORC) NAO '
                       'ENCONTRADO - SEM PERCENTUAL E SEM ENTREGA.'
           END-IF.
           PERFORM ABRIR-ADITIVOS.

           OPEN OUTPUT RELATORIO-CRONOGRAMA.
           MOVE 'CRONOGRAMA DAS OBRAS - PREVISTO X REALIZADO'
               TO RPT-HDR-TITULO.
           PERFORM MONTAR-CABECALHO-RELATORIO.
           MOVE RPT-HDR-LINHA TO LINHA-CRONOGRAMA.
           WRITE LINHA-CRONOGRAMA.

           OPEN INPUT OBRA-CRONOGRAMA.
           IF CRO-NAO-ENCONTRADO
               DISPLAY 'CRONOGRAMA DAS OBRAS (OBRACRON) NAO '
                       'ENCONTRADO.'
               MOVE 'S' TO WRK-FIM-CRONOGRAMA
           ELSE
               READ OBRA-CRONOGRAMA NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-CRONOGRAMA
               END-READ
           END-IF.

       0003-PROCESSAR.

           PERFORM TRATAR-ETAPA UNTIL FIM-CRONOGRAMA.
           IF WRK-QTD-ETP > ZEROS
               PERFORM AVALIAR-OBRA THRU AVALIAR-OBRA-EXIT
           END-IF.
           PERFORM IMPRIMIR-OBRAS-EM-RISCO
               THRU IMPRIMIR-OBRAS-EM-RISCO-EXIT.

       0004-FINALIZAR.

           CLOSE RELATORIO-CRONOGRAMA.
           IF NOT CRO-NAO-ENCONTRADO
               CLOSE OBRA-CRONOGRAMA
           END-IF.
           IF NOT OBRA-MST-NAO-ENCONTRADA
               CLOSE OBRA-MASTER
           END-IF.
           IF NOT ORC-NAO-ENCONTRADO
               CLOSE OBRA-ORCAMENTO
           END-IF.
           PERFORM FECHAR-ADITIVOS.
           MOVE WRK-QTD-OBRAS TO STATS-REGISTROS.
           PERFORM GRAVAR-RUNSTATS.

           DISPLAY 'PROGCOB11E' '   DATA: ' RUNDATE-HOJE-ED.
           DISPLAY 'OBRAS AVALIADAS..........: ' WRK-QTD-OBRAS.
           DISPLAY 'TERMINO APOS A ENTREGA...: ' WRK-QTD-ATRASADAS.
           IF WRK-MED-EXCEDIDAS > ZEROS
               DISPLAY 'OBRAS ALEM DA TABELA DE MEDICOES: '
                       WRK-MED-EXCEDIDAS
           END-IF.
           IF WRK-ETP-EXCEDIDAS > ZEROS
               DISPLAY 'ETAPAS ALEM DA TABELA (30 POR OBRA): '
                       WRK-ETP-EXCEDIDAS
           END-IF.
           DISPLAY 'RELATORIO GRAVADO EM CRONREL.'.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

      *----------------------------------------------------------*
      * CARREGAR-MEDICOES                                         *
      * GUARDA NA TABELA A ULTIMA MEDICAO (ATE HOJE) DE CADA OBRA *
      * DO MEDHIST. SEM O ARQUIVO, AS OBRAS SAEM SO PELAS ETAPAS. *
      *----------------------------------------------------------*
       CARREGAR-MEDICOES.

           OPEN INPUT MEDICAO-HIST.
           IF MED-NAO-ENCONTRADO
               DISPLAY 'HISTORICO DE MEDICOES (MEDHIST) NAO '
                       'ENCONTRADO - DESVIO SO PELAS ETAPAS.'
               GO TO CARREGAR-MEDICOES-EXIT
           END-IF.
           READ MEDICAO-HIST
               AT END
                   SET MED-FIM TO TRUE
           END-READ.
           PERFORM GUARDAR-MEDICAO UNTIL MED-FIM.
           CLOSE MEDICAO-HIST.

       CARREGAR-MEDICOES-EXIT.
           EXIT.

       GUARDAR-MEDICAO.

           IF MED-DATA NOT > RUNDATE-HOJE
               MOVE MED-OBRA TO WRK-OBRA-ATUAL
               PERFORM PROCURAR-MEDICAO THRU PROCURAR-MEDICAO-EXIT
               IF WRK-MED-ACHADA > ZEROS
                   IF MED-DATA NOT < TAB-MED-DATA(WRK-MED-ACHADA)
                       MOVE MED-DATA TO TAB-MED-DATA(WRK-MED-ACHADA)
                       MOVE MED-AREA TO TAB-MED-AREA(WRK-MED-ACHADA)
                   END-IF
               ELSE
                   IF WRK-QTD-MED < 500
                       ADD 1 TO WRK-QTD-MED
                       MOVE MED-OBRA TO TAB-MED-OBRA(WRK-QTD-MED)
                       MOVE MED-DATA TO TAB-MED-DATA(WRK-QTD-MED)
                       MOVE MED-AREA TO TAB-MED-AREA(WRK-QTD-MED)
                   ELSE
                       ADD 1 TO WRK-MED-EXCEDIDAS
                   END-IF
               END-IF
           END-IF.
           READ MEDICAO-HIST
               AT END
                   SET MED-FIM TO TRUE
           END-READ.

      *----------------------------------------------------------*
      * PROCURAR-MEDICAO                                          *
      * POSICAO DA OBRA WRK-OBRA-ATUAL NA TABELA DE MEDICOES EM   *
      * WRK-MED-ACHADA (ZERO = OBRA SEM MEDICAO).                 *
      *----------------------------------------------------------*
       PROCURAR-MEDICAO.

           MOVE ZEROS TO WRK-MED-ACHADA.
           PERFORM COMPARAR-MEDICAO
               VARYING WRK-IND-MED FROM 1 BY 1
               UNTIL WRK-IND-MED > WRK-QTD-MED
                  OR WRK-MED-ACHADA > ZEROS.

       PROCURAR-MEDICAO-EXIT.
           EXIT.

       COMPARAR-MEDICAO.

           IF TAB-MED-OBRA(WRK-IND-MED) = WRK-OBRA-ATUAL
               MOVE WRK-IND-MED TO WRK-MED-ACHADA
           END-IF.

      *----------------------------------------------------------*
      * TRATAR-ETAPA                                              *
      * ACUMULA AS ETAPAS DA OBRA NA TABELA; NA TROCA DE OBRA     *
      * AVALIA A OBRA ANTERIOR. LE A PROXIMA ETAPA.               *
      *----------------------------------------------------------*
       TRATAR-ETAPA.

           IF CRO-OBRA NOT = WRK-OBRA-ATUAL AND WRK-QTD-ETP > ZEROS
               PERFORM AVALIAR-OBRA THRU AVALIAR-OBRA-EXIT
           END-IF.
           IF CRO-OBRA NOT = WRK-OBRA-ATUAL OR WRK-QTD-ETP = ZEROS
               MOVE CRO-OBRA TO WRK-OBRA-ATUAL
               MOVE ZEROS TO WRK-QTD-ETP
           END-IF.
           IF WRK-QTD-ETP < 30
               ADD 1 TO WRK-QTD-ETP
               MOVE CRO-ETAPA TO TAB-ETP-ETAPA(WRK-QTD-ETP)
               MOVE CRO-DESCRICAO TO TAB-ETP-DESCRICAO(WRK-QTD-ETP)
               MOVE CRO-INICIO-PREV
                   TO TAB-ETP-INICIO-PREV(WRK-QTD-ETP)
               MOVE CRO-FIM-PREV TO TAB-ETP-FIM-PREV(WRK-QTD-ETP)
               MOVE CRO-PCT-PREVISTO TO TAB-ETP-PCT(WRK-QTD-ETP)
               MOVE CRO-INICIO-REAL
                   TO TAB-ETP-INICIO-REAL(WRK-QTD-ETP)
               MOVE CRO-FIM-REAL TO TAB-ETP-FIM-REAL(WRK-QTD-ETP)
           ELSE
               ADD 1 TO WRK-ETP-EXCEDIDAS
           END-IF.
           READ OBRA-CRONOGRAMA NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-CRONOGRAMA
           END-READ.

      *----------------------------------------------------------*
      * AVALIAR-OBRA                                              *
      * CABECALHO DA OBRA, REALIZADO X CURVA PREVISTA NA DATA DA  *
      * ULTIMA MEDICAO, UMA LINHA POR ETAPA E O TERMINO PROJETADO *
      * CONTRA A ENTREGA CONTRATADA.                              *
      *----------------------------------------------------------*
       AVALIAR-OBRA.

           ADD 1 TO WRK-QTD-OBRAS.
           MOVE SPACES TO OBRA-CLIENTE.
           IF NOT OBRA-MST-NAO-ENCONTRADA
               MOVE WRK-OBRA-ATUAL TO OBRA-CODIGO
               READ OBRA-MASTER
                   INVALID KEY
                       MOVE SPACES TO OBRA-CLIENTE
               END-READ
           END-IF.
           MOVE ZEROS TO WRK-AREA-ATUAL.
           MOVE ZEROS TO WRK-DATA-ENTREGA.
           IF NOT ORC-NAO-ENCONTRADO
               MOVE WRK-OBRA-ATUAL TO ORC-OBRA
               READ OBRA-ORCAMENTO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ORC-AREA TO WRK-AREA-ATUAL
                       MOVE ORC-DATA-ENTREGA TO WRK-DATA-ENTREGA
               END-READ
           END-IF.
           IF WRK-AREA-ATUAL > ZEROS
               MOVE WRK-OBRA-ATUAL TO ADT-WS-OBRA
               PERFORM SOMAR-ADITIVOS-OBRA
                   THRU SOMAR-ADITIVOS-OBRA-EXIT
               ADD ADT-WS-AREA-APROV TO WRK-AREA-ATUAL
           END-IF.

           MOVE SPACES TO LINHA-CRONOGRAMA.
           WRITE LINHA-CRONOGRAMA.
           MOVE SPACES TO LINHA-CRONOGRAMA.
           STRING 'OBRA ' DELIMITED BY SIZE
                  WRK-OBRA-ATUAL DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  OBRA-CLIENTE DELIMITED BY SIZE
                  INTO LINHA-CRONOGRAMA.
           WRITE LINHA-CRONOGRAMA.
           MOVE SPACES TO LINHA-CRONOGRAMA.
           IF WRK-DATA-ENTREGA > ZEROS
               MOVE WRK-DATA-ENTREGA TO WRK-DATA-ED
               STRING '  ENTREGA CONTRATADA ' DELIMITED BY SIZE
                      WRK-DATA-ED DELIMITED BY SIZE
                      INTO LINHA-CRONOGRAMA
           ELSE
               MOVE '  SEM DATA DE ENTREGA CONTRATADA NO OBRAORC'
                   TO LINHA-CRONOGRAMA
           END-IF.
           WRITE LINHA-CRONOGRAMA.

           PERFORM APURAR-FIM-PREVISTO.
           PERFORM CONFRONTAR-CURVA THRU CONFRONTAR-CURVA-EXIT.

           MOVE SPACES TO LINHA-CRONOGRAMA.
           STRING '  ET DESCRICAO          INIC. PREV FIM PREV   '
                      DELIMITED BY SIZE
                  'PCT  FIM REAL   DESV. SITUACAO' DELIMITED BY SIZE
                  INTO LINHA-CRONOGRAMA.
           WRITE LINHA-CRONOGRAMA.
           MOVE ZEROS TO WRK-PIOR-ATRASO.
           MOVE ZEROS TO WRK-ETAPAS-ABERTAS.
           PERFORM IMPRIMIR-ETAPA
               VARYING WRK-IND-ETP FROM 1 BY 1
               UNTIL WRK-IND-ETP > WRK-QTD-ETP.

           PERFORM PROJETAR-TERMINO THRU PROJETAR-TERMINO-EXIT.

       AVALIAR-OBRA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * APURAR-FIM-PREVISTO                                       *
      * MAIOR FIM PREVISTO E MAIOR FIM REAL DAS ETAPAS DA OBRA.   *
      *----------------------------------------------------------*
       APURAR-FIM-PREVISTO.

           MOVE ZEROS TO WRK-FIM-PREVISTO.
           MOVE ZEROS TO WRK-FIM-REALIZADO.
           PERFORM COMPARAR-FIM-ETAPA
               VARYING WRK-IND-ETP FROM 1 BY 1
               UNTIL WRK-IND-ETP > WRK-QTD-ETP.

       COMPARAR-FIM-ETAPA.

           IF TAB-ETP-FIM-PREV(WRK-IND-ETP) > WRK-FIM-PREVISTO
               MOVE TAB-ETP-FIM-PREV(WRK-IND-ETP) TO WRK-FIM-PREVISTO
           END-IF.
           IF TAB-ETP-FIM-REAL(WRK-IND-ETP) > WRK-FIM-REALIZADO
               MOVE TAB-ETP-FIM-REAL(WRK-IND-ETP)
                   TO WRK-FIM-REALIZADO
           END-IF.

      *----------------------------------------------------------*
      * CONFRONTAR-CURVA                                          *
      * PERCENTUAL CONCLUIDO DA ULTIMA MEDICAO CONTRA A CURVA     *
      * PREVISTA NA DATA DA MEDICAO. O DESVIO EM DIAS E A DATA EM *
      * QUE O PREVISTO ALCANCA O REALIZADO MENOS A DATA DA        *
      * MEDICAO (POSITIVO = ADIANTADA, NEGATIVO = ATRASADA).      *
      *----------------------------------------------------------*
       CONFRONTAR-CURVA.

           MOVE 'N' TO WRK-TEM-MEDICAO.
           MOVE ZEROS TO WRK-DESVIO-CURVA.
           PERFORM PROCURAR-MEDICAO THRU PROCURAR-MEDICAO-EXIT.
           IF WRK-MED-ACHADA = ZEROS
               MOVE '  SEM MEDICAO NO MEDHIST - DESVIO SO PELAS ETAPAS'
                   TO LINHA-CRONOGRAMA
               WRITE LINHA-CRONOGRAMA
               GO TO CONFRONTAR-CURVA-EXIT
           END-IF.
           IF WRK-AREA-ATUAL = ZEROS
               MOVE '  SEM AREA ORCADA - DESVIO SO PELAS ETAPAS'
                   TO LINHA-CRONOGRAMA
               WRITE LINHA-CRONOGRAMA
               GO TO CONFRONTAR-CURVA-EXIT
           END-IF.

           MOVE 'S' TO WRK-TEM-MEDICAO.
           MOVE TAB-MED-DATA(WRK-MED-ACHADA) TO WRK-DATA-MED.
           MOVE TAB-MED-AREA(WRK-MED-ACHADA) TO WRK-AREA-MED.
           COMPUTE WRK-PCT-CALC ROUNDED =
               WRK-AREA-MED / WRK-AREA-ATUAL * 100.
           IF WRK-PCT-CALC > 100
               MOVE 100 TO WRK-PCT-REAL
           ELSE
               MOVE WRK-PCT-CALC TO WRK-PCT-REAL
           END-IF.

           MOVE WRK-DATA-MED TO WRK-DATA-REF.
           PERFORM CALCULAR-CURVA-PREVISTA.
           PERFORM CALCULAR-DATA-EQUIVALENTE.
           COMPUTE WRK-DESVIO-CURVA =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-EQUIV)
             - FUNCTION INTEGER-OF-DATE(WRK-DATA-MED).

           MOVE WRK-DATA-MED TO WRK-DATA-ED.
           MOVE WRK-PCT-REAL TO WRK-PCT-ED.
           MOVE WRK-PCT-CURVA TO WRK-PCT2-ED.
           MOVE SPACES TO LINHA-CRONOGRAMA.
           STRING '  MEDICAO DE ' DELIMITED BY SIZE
                  WRK-DATA-ED DELIMITED BY SIZE
                  '  CONCLUIDO ' DELIMITED BY SIZE
                  WRK-PCT-ED DELIMITED BY SIZE
                  '%  PREVISTO P/ A DATA ' DELIMITED BY SIZE
                  WRK-PCT2-ED DELIMITED BY SIZE
                  '%' DELIMITED BY SIZE
                  INTO LINHA-CRONOGRAMA.
           WRITE LINHA-CRONOGRAMA.
           MOVE WRK-DESVIO-CURVA TO WRK-DIAS-ED.
           MOVE SPACES TO LINHA-CRONOGRAMA.
           IF WRK-DESVIO-CURVA < ZEROS
               STRING '  DESVIO PELA CURVA ' DELIMITED BY SIZE
                      WRK-DIAS-ED DELIMITED BY SIZE
                      ' DIAS (ATRASADA)' DELIMITED BY SIZE
                      INTO LINHA-CRONOGRAMA
           ELSE
               STRING '  DESVIO PELA CURVA ' DELIMITED BY SIZE
                      WRK-DIAS-ED DELIMITED BY SIZE
                      ' DIAS (EM DIA OU ADIANTADA)' DELIMITED BY SIZE
                      INTO LINHA-CRONOGRAMA
           END-IF.
           WRITE LINHA-CRONOGRAMA.

       CONFRONTAR-CURVA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * CALCULAR-CURVA-PREVISTA                                   *
      * PERCENTUAL PREVISTO NA DATA WRK-DATA-REF: O ACUMULADO DA  *
      * ULTIMA ETAPA COM FIM PREVISTO ATE A DATA, INTERPOLADO EM  *
      * LINHA RETA DENTRO DA ETAPA EM CURSO NA DATA.              *
      *----------------------------------------------------------*
       CALCULAR-CURVA-PREVISTA.

           MOVE ZEROS TO WRK-PCT-CURVA.
           MOVE 'N' TO WRK-CURVA-ACHADA.
           PERFORM CURVA-UMA-ETAPA
               VARYING WRK-IND-ETP FROM 1 BY 1
               UNTIL WRK-IND-ETP > WRK-QTD-ETP OR CURVA-ACHADA.

       CURVA-UMA-ETAPA.

           IF WRK-DATA-REF NOT < TAB-ETP-FIM-PREV(WRK-IND-ETP)
               IF TAB-ETP-PCT(WRK-IND-ETP) > WRK-PCT-CURVA
                   MOVE TAB-ETP-PCT(WRK-IND-ETP) TO WRK-PCT-CURVA
               END-IF
           ELSE
               MOVE 'S' TO WRK-CURVA-ACHADA
               IF WRK-DATA-REF > TAB-ETP-INICIO-PREV(WRK-IND-ETP)
                   AND TAB-ETP-PCT(WRK-IND-ETP) > WRK-PCT-CURVA
                   MOVE WRK-PCT-CURVA TO WRK-PCT-BASE
                   COMPUTE WRK-DIA-INI = FUNCTION INTEGER-OF-DATE
                       (TAB-ETP-INICIO-PREV(WRK-IND-ETP))
                   COMPUTE WRK-DIA-FIM = FUNCTION INTEGER-OF-DATE
                       (TAB-ETP-FIM-PREV(WRK-IND-ETP))
                   COMPUTE WRK-DIA-REF =
                       FUNCTION INTEGER-OF-DATE(WRK-DATA-REF)
                   COMPUTE WRK-PCT-CURVA ROUNDED = WRK-PCT-BASE
                       + (TAB-ETP-PCT(WRK-IND-ETP) - WRK-PCT-BASE)
                       * (WRK-DIA-REF - WRK-DIA-INI)
                       / (WRK-DIA-FIM - WRK-DIA-INI)
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * CALCULAR-DATA-EQUIVALENTE                                 *
      * DATA EM QUE A CURVA PREVISTA ALCANCA O PERCENTUAL         *
      * REALIZADO WRK-PCT-REAL (INVERSO DA CURVA). ACIMA DO       *
      * MAIOR PREVISTO, O FIM PREVISTO DA OBRA.                   *
      *----------------------------------------------------------*
       CALCULAR-DATA-EQUIVALENTE.

           MOVE WRK-FIM-PREVISTO TO WRK-DATA-EQUIV.
           MOVE ZEROS TO WRK-PCT-BASE.
           MOVE 'N' TO WRK-CURVA-ACHADA.
           PERFORM DATA-UMA-ETAPA
               VARYING WRK-IND-ETP FROM 1 BY 1
               UNTIL WRK-IND-ETP > WRK-QTD-ETP OR CURVA-ACHADA.

       DATA-UMA-ETAPA.

           IF TAB-ETP-PCT(WRK-IND-ETP) NOT < WRK-PCT-REAL
               MOVE 'S' TO WRK-CURVA-ACHADA
               IF TAB-ETP-PCT(WRK-IND-ETP) > WRK-PCT-BASE
                   AND WRK-PCT-REAL > WRK-PCT-BASE
                   COMPUTE WRK-DIA-INI = FUNCTION INTEGER-OF-DATE
                       (TAB-ETP-INICIO-PREV(WRK-IND-ETP))
                   COMPUTE WRK-DIA-FIM = FUNCTION INTEGER-OF-DATE
                       (TAB-ETP-FIM-PREV(WRK-IND-ETP))
                   COMPUTE WRK-DIA-CALC ROUNDED = WRK-DIA-INI
                       + (WRK-DIA-FIM - WRK-DIA-INI)
                       * (WRK-PCT-REAL - WRK-PCT-BASE)
                       / (TAB-ETP-PCT(WRK-IND-ETP) - WRK-PCT-BASE)
                   COMPUTE WRK-DATA-EQUIV =
                       FUNCTION DATE-OF-INTEGER(WRK-DIA-CALC)
               ELSE
                   MOVE TAB-ETP-INICIO-PREV(WRK-IND-ETP)
                       TO WRK-DATA-EQUIV
               END-IF
           ELSE
               IF TAB-ETP-PCT(WRK-IND-ETP) > WRK-PCT-BASE
                   MOVE TAB-ETP-PCT(WRK-IND-ETP) TO WRK-PCT-BASE
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * IMPRIMIR-ETAPA                                            *
      * DIAS DE ADIANTAMENTO (+) OU ATRASO (-) DA ETAPA:          *
      *   CONCLUIDA - FIM PREVISTO MENOS FIM REAL;                *
      *   EM ABERTO E FIM PREVISTO JA PASSOU - ATRASADA DESDE O   *
      *   FIM PREVISTO;                                           *
      *   NAO INICIADA E INICIO PREVISTO JA PASSOU - ATRASADA     *
      *   DESDE O INICIO PREVISTO;                                *
      *   EM CURSO NO PRAZO - INICIO PREVISTO MENOS INICIO REAL;  *
      *   A INICIAR - ZERO.                                       *
      * GUARDA O PIOR ATRASO DAS ETAPAS EM ABERTO.                *
      *----------------------------------------------------------*
       IMPRIMIR-ETAPA.

           COMPUTE WRK-DIA-INI = FUNCTION INTEGER-OF-DATE
               (TAB-ETP-INICIO-PREV(WRK-IND-ETP)).
           COMPUTE WRK-DIA-FIM = FUNCTION INTEGER-OF-DATE
               (TAB-ETP-FIM-PREV(WRK-IND-ETP)).
           MOVE ZEROS TO WRK-DESVIO-ETAPA.
           EVALUATE TRUE
               WHEN TAB-ETP-FIM-REAL(WRK-IND-ETP) > ZEROS
                   MOVE 'CONCLUIDA' TO WRK-SITUACAO
                   COMPUTE WRK-DESVIO-ETAPA = WRK-DIA-FIM
                       - FUNCTION INTEGER-OF-DATE
                             (TAB-ETP-FIM-REAL(WRK-IND-ETP))
               WHEN RUNDATE-HOJE > TAB-ETP-FIM-PREV(WRK-IND-ETP)
                   MOVE 'ATRASADA' TO WRK-SITUACAO
                   COMPUTE WRK-DESVIO-ETAPA =
                       WRK-DIA-FIM - WRK-DIA-HOJE
               WHEN TAB-ETP-INICIO-REAL(WRK-IND-ETP) > ZEROS
                   MOVE 'EM CURSO' TO WRK-SITUACAO
                   COMPUTE WRK-DESVIO-ETAPA = WRK-DIA-INI
                       - FUNCTION INTEGER-OF-DATE
                             (TAB-ETP-INICIO-REAL(WRK-IND-ETP))
               WHEN RUNDATE-HOJE > TAB-ETP-INICIO-PREV(WRK-IND-ETP)
                   MOVE 'NAO INIC.' TO WRK-SITUACAO
                   COMPUTE WRK-DESVIO-ETAPA =
                       WRK-DIA-INI - WRK-DIA-HOJE
               WHEN OTHER
                   MOVE 'A INICIAR' TO WRK-SITUACAO
           END-EVALUATE.
           IF TAB-ETP-FIM-REAL(WRK-IND-ETP) = ZEROS
               ADD 1 TO WRK-ETAPAS-ABERTAS
               IF WRK-DESVIO-ETAPA < ZEROS
                   AND (ZEROS - WRK-DESVIO-ETAPA) > WRK-PIOR-ATRASO
                   COMPUTE WRK-PIOR-ATRASO = ZEROS - WRK-DESVIO-ETAPA
               END-IF
           END-IF.

           MOVE TAB-ETP-DESCRICAO(WRK-IND-ETP) TO WRK-DESCRICAO-CURTA.
           MOVE TAB-ETP-INICIO-PREV(WRK-IND-ETP) TO WRK-DATA-ED.
           MOVE TAB-ETP-FIM-PREV(WRK-IND-ETP) TO WRK-DATA2-ED.
           MOVE TAB-ETP-PCT(WRK-IND-ETP) TO WRK-PCT-ETP-ED.
           MOVE SPACES TO WRK-DATA-REAL-X.
           IF TAB-ETP-FIM-REAL(WRK-IND-ETP) > ZEROS
               MOVE TAB-ETP-FIM-REAL(WRK-IND-ETP) TO WRK-DATA-ED
               MOVE WRK-DATA-ED TO WRK-DATA-REAL-X
               MOVE TAB-ETP-INICIO-PREV(WRK-IND-ETP) TO WRK-DATA-ED
           END-IF.
           MOVE WRK-DESVIO-ETAPA TO WRK-DIAS-ED.
           MOVE SPACES TO LINHA-CRONOGRAMA.
           STRING '  ' DELIMITED BY SIZE
                  TAB-ETP-ETAPA(WRK-IND-ETP) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-DESCRICAO-CURTA DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-DATA-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-DATA2-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-PCT-ETP-ED DELIMITED BY SIZE
                  '% ' DELIMITED BY SIZE
                  WRK-DATA-REAL-X DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-DIAS-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-SITUACAO DELIMITED BY SIZE
                  INTO LINHA-CRONOGRAMA.
           WRITE LINHA-CRONOGRAMA.

      *----------------------------------------------------------*
      * PROJETAR-TERMINO                                          *
      * OBRA COM TODAS AS ETAPAS CONCLUIDAS TERMINOU NO MAIOR FIM *
      * REAL. SENAO O TERMINO PROJETADO E O FIM PREVISTO DA OBRA  *
      * DESLOCADO PELO MAIOR ATRASO ENTRE A CURVA E AS ETAPAS EM  *
      * ABERTO (ADIANTAMENTO SO PELA CURVA), NUNCA ANTES DE HOJE. *
      * TERMINO APOS A ENTREGA CONTRATADA E DESTACADO.            *
      *----------------------------------------------------------*
       PROJETAR-TERMINO.

           IF WRK-ETAPAS-ABERTAS = ZEROS
               MOVE WRK-FIM-REALIZADO TO WRK-PROJECAO
           ELSE
               MOVE ZEROS TO WRK-ATRASO
               IF OBRA-COM-MEDICAO
                   COMPUTE WRK-ATRASO = ZEROS - WRK-DESVIO-CURVA
               END-IF
               IF WRK-PIOR-ATRASO > WRK-ATRASO
                   MOVE WRK-PIOR-ATRASO TO WRK-ATRASO
               END-IF
               COMPUTE WRK-DIA-CALC =
                   FUNCTION INTEGER-OF-DATE(WRK-FIM-PREVISTO)
                   + WRK-ATRASO
               IF WRK-DIA-CALC < WRK-DIA-HOJE
                   MOVE WRK-DIA-HOJE TO WRK-DIA-CALC
               END-IF
               COMPUTE WRK-PROJECAO =
                   FUNCTION DATE-OF-INTEGER(WRK-DIA-CALC)
           END-IF.

           MOVE WRK-FIM-PREVISTO TO WRK-DATA-ED.
           MOVE WRK-PROJECAO TO WRK-DATA2-ED.
           MOVE SPACES TO LINHA-CRONOGRAMA.
           IF WRK-ETAPAS-ABERTAS = ZEROS
               STRING '  TERMINO PREVISTO ' DELIMITED BY SIZE
                      WRK-DATA-ED DELIMITED BY SIZE
                      '  CONCLUIDA EM ' DELIMITED BY SIZE
                      WRK-DATA2-ED DELIMITED BY SIZE
                      INTO LINHA-CRONOGRAMA
           ELSE
               STRING '  TERMINO PREVISTO ' DELIMITED BY SIZE
                      WRK-DATA-ED DELIMITED BY SIZE
                      '  PROJETADO ' DELIMITED BY SIZE
                      WRK-DATA2-ED DELIMITED BY SIZE
                      INTO LINHA-CRONOGRAMA
           END-IF.
           WRITE LINHA-CRONOGRAMA.

           IF WRK-DATA-ENTREGA = ZEROS
               OR WRK-PROJECAO NOT > WRK-DATA-ENTREGA
               GO TO PROJETAR-TERMINO-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-ATRASADAS.
           COMPUTE WRK-DIA-CALC =
               FUNCTION INTEGER-OF-DATE(WRK-PROJECAO)
             - FUNCTION INTEGER-OF-DATE(WRK-DATA-ENTREGA).
           MOVE WRK-DIA-CALC TO WRK-DIAS2-ED.
           MOVE SPACES TO LINHA-CRONOGRAMA.
           STRING '  *** TERMINO APOS A ENTREGA CONTRATADA - '
                      DELIMITED BY SIZE
                  WRK-DIAS2-ED DELIMITED BY SIZE
                  ' DIAS ***' DELIMITED BY SIZE
                  INTO LINHA-CRONOGRAMA.
           WRITE LINHA-CRONOGRAMA.
           IF WRK-QTD-RISCO < 200
               ADD 1 TO WRK-QTD-RISCO
               MOVE WRK-OBRA-ATUAL TO TAB-RSC-OBRA(WRK-QTD-RISCO)
               MOVE OBRA-CLIENTE TO TAB-RSC-CLIENTE(WRK-QTD-RISCO)
               MOVE WRK-PROJECAO TO TAB-RSC-PROJECAO(WRK-QTD-RISCO)
               MOVE WRK-DATA-ENTREGA TO TAB-RSC-ENTREGA(WRK-QTD-RISCO)
               MOVE WRK-DIA-CALC TO TAB-RSC-DIAS(WRK-QTD-RISCO)
           END-IF.

       PROJETAR-TERMINO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * IMPRIMIR-OBRAS-EM-RISCO                                   *
      * LISTA FINAL DAS OBRAS COM TERMINO PROJETADO APOS A        *
      * ENTREGA CONTRATADA, PARA CONTATO COM O CLIENTE.           *
      *----------------------------------------------------------*
       IMPRIMIR-OBRAS-EM-RISCO.

           MOVE SPACES TO LINHA-CRONOGRAMA.
           WRITE LINHA-CRONOGRAMA.
           MOVE SPACES TO LINHA-CRONOGRAMA.
           STRING 'OBRAS AVALIADAS: ' DELIMITED BY SIZE
                  WRK-QTD-OBRAS DELIMITED BY SIZE
                  '  TERMINO APOS A ENTREGA: ' DELIMITED BY SIZE
                  WRK-QTD-ATRASADAS DELIMITED BY SIZE
                  INTO LINHA-CRONOGRAMA.
           WRITE LINHA-CRONOGRAMA.
           IF WRK-QTD-RISCO = ZEROS
               GO TO IMPRIMIR-OBRAS-EM-RISCO-EXIT
           END-IF.
           MOVE SPACES TO LINHA-CRONOGRAMA.
           WRITE LINHA-CRONOGRAMA.
           MOVE 'OBRAS COM TERMINO PROJETADO APOS A ENTREGA CONTRATADA'
               TO LINHA-CRONOGRAMA.
           WRITE LINHA-CRONOGRAMA.
           MOVE SPACES TO LINHA-CRONOGRAMA.
           STRING 'OBRA CLIENTE                        ENTREGA    '
                      DELIMITED BY SIZE
                  'PROJETADO   DIAS' DELIMITED BY SIZE
                  INTO LINHA-CRONOGRAMA.
           WRITE LINHA-CRONOGRAMA.
           PERFORM IMPRIMIR-OBRA-EM-RISCO
               VARYING WRK-IND-RISCO FROM 1 BY 1
               UNTIL WRK-IND-RISCO > WRK-QTD-RISCO.

       IMPRIMIR-OBRAS-EM-RISCO-EXIT.
           EXIT.

       IMPRIMIR-OBRA-EM-RISCO.

           MOVE TAB-RSC-ENTREGA(WRK-IND-RISCO) TO WRK-DATA-ED.
           MOVE TAB-RSC-PROJECAO(WRK-IND-RISCO) TO WRK-DATA2-ED.
           MOVE TAB-RSC-DIAS(WRK-IND-RISCO) TO WRK-DIAS2-ED.
           MOVE SPACES TO LINHA-CRONOGRAMA.
           STRING TAB-RSC-OBRA(WRK-IND-RISCO) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  TAB-RSC-CLIENTE(WRK-IND-RISCO) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-DATA-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-DATA2-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-DIAS2-ED DELIMITED BY SIZE
                  INTO LINHA-CRONOGRAMA.
           WRITE LINHA-CRONOGRAMA.

           COPY 'RUNDATEP.CPY'.
           COPY 'RPTHDRP.CPY'.
           COPY 'RUNSTATSP.CPY' REPLACING ==STATS-PROGRAM-ID==
               BY =='PROGCOB11E'==.
           COPY 'OBRAADTP.CPY'.
