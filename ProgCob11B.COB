      *DO LIMITE (PARAMETRO ORC-ALERTA-PCT, PADRAO 100%) - O
      *ESTOURO DEIXAVA DE APARECER ATE O CLIENTE RECLAMAR.
      *A LINHA DO RELATORIO FOI AMPLIADA DE 50 PARA 80 POSICOES.
      *17/05/22 KA CUSTO REAL DE MATERIAL NO ORCADO X MEDIDO: O
      *MATERIAL QUE SAIU DO ESTOQUE PARA A OBRA, MENOS O
      *DEVOLVIDO (OBRACUST, LANCADO PELO ATIVIDADE02E), SAI POR
      *PRODUTO AO LADO DO CUSTO ESTIMADO PELA AREA, COM ALERTA
      *QUANDO O CUSTO REAL PASSA O ORC-ALERTA-PCT DO ORCAMENTO -
      *A OBRA EM ANDAMENTO JA APARECE ESTOURADA ANTES DE
      *TERMINAR. OBRA COM MATERIAL E AINDA SEM COMODOS MEDIDOS
      *SAI NO FIM DA SECAO.
      *20/05/22 KA ADITIVOS AO ORCAMENTO (OBRAADIT, ADITMNT): O
      *ORCADO X MEDIDO MOSTRA AREA E CUSTO ORIGINAL, ADITIVOS
      *APROVADOS E ATUAL, E A VARIACAO, O CONSUMO E OS ALERTAS
      *PASSAM A SER CONTRA O ORCAMENTO ATUAL
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS ORC-OBRA
               FILE STATUS IS WRK-ORC-STATUS.

           SELECT OBRA-CUSTO ASSIGN TO "OBRACUST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OCU-CHAVE
               FILE STATUS IS WRK-OCU-STATUS.

           SELECT OBRA-ADITIVO ASSIGN TO "OBRAADIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADT-CHAVE
               FILE STATUS IS ADT-WS-STATUS.

           SELECT PARAMETROS ASSIGN TO "PARAMETR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  OBRA-ORCAMENTO.
           COPY 'OBRAORC.CPY'.

       FD  OBRA-CUSTO.
           COPY 'OBRACUST.CPY'.

       FD  OBRA-ADITIVO.
           COPY 'OBRAADT.CPY'.

       FD  PARAMETROS.
           COPY 'PARAMETROS.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'RUNSTATSW.CPY'.
           COPY 'PARAMETROSW.CPY'.
           COPY 'OBRAADTW.CPY'.
       77  WRK-COM-STATUS        PIC X(02) VALUE ZEROS.
           88 COM-OK VALUE '00'.
           88 COM-FIM VALUE '10'.
       77  WRK-TEM-ORCAMENTO     PIC X(01)    VALUE 'N'.
           88 OBRA-COM-ORCAMENTO VALUE 'S'.
       77  WRK-CUSTO-APURADO     PIC 9(09)V99 VALUE ZEROS.
       77  WRK-AREA-ATUAL        PIC 9(07)V99 VALUE ZEROS.
       77  WRK-CUSTO-ATUAL       PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VARIACAO-AREA     PIC S9(07)V99 VALUE ZEROS.
       77  WRK-VARIACAO-CUSTO    PIC S9(09)V99 VALUE ZEROS.
       77  WRK-PCT-CONSUMO       PIC 9(05)V99 VALUE ZEROS.
       77  WRK-PCT-ED            PIC ZZZZ9,99 VALUE ZEROS.
       77  WRK-QTD-ESTOURADAS    PIC 9(03)    VALUE ZEROS.

      *CUSTO REAL DE MATERIAL POR OBRA (OBRACUST)
       77  WRK-OCU-STATUS        PIC X(02)    VALUE ZEROS.
           88 OCU-OK VALUE '00'.
           88 OCU-NAO-ENCONTRADO VALUE '23' '35'.
       77  WRK-OCU-ABERTO        PIC X(01)    VALUE 'N'.
           88 OBRACUST-ABERTO VALUE 'S'.
       77  WRK-FIM-MATERIAL      PIC X(01)    VALUE 'N'.
           88 FIM-MATERIAL VALUE 'S'.
       77  WRK-OBRA-CONSULTA     PIC 9(04)    VALUE ZEROS.
       77  WRK-QTD-PRODUTOS      PIC 9(05)    VALUE ZEROS.
       77  WRK-QTD-REAL          PIC 9(07)V99 VALUE ZEROS.
       77  WRK-VALOR-REAL        PIC 9(09)V99 VALUE ZEROS.
       77  WRK-CUSTO-REAL        PIC 9(09)V99 VALUE ZEROS.
       77  WRK-PCT-REAL          PIC 9(05)V99 VALUE ZEROS.
       77  WRK-QTD-ALERTA-MATERIAL PIC 9(03)  VALUE ZEROS.
       77  WRK-MEDIDA-ACHADA     PIC X(01)    VALUE 'N'.
           88 OBRA-MEDIDA VALUE 'S'.
       77  WRK-QTD-SEM-MEDICAO   PIC 9(03)    VALUE ZEROS.
       77  WRK-IND-SEM           PIC 9(03)    VALUE ZEROS.
       01  TAB-SEM-MEDICAO.
           05 TAB-SEM-OBRA OCCURS 100 TIMES PIC 9(04).
           COPY 'MONEY.CPY' REPLACING ==MONEY-FIELD-NAME==
               BY ==WRK-CUSTO-ED==.
           COPY 'MONEY.CPY' REPLACING ==MONEY-FIELD-NAME==
               BY ==WRK-CUSTO2-ED==.
           COPY 'MONEY.CPY' REPLACING ==MONEY-FIELD-NAME==
               BY ==WRK-CUSTO3-ED==.
           COPY 'RUNDATE.CPY'.
           COPY 'RPTHDR.CPY'.

                       'ENCONTRADO - SECAO ORCADO X MEDIDO SEM '
                       'ORCAMENTOS.'
           END-IF.
           OPEN INPUT OBRA-CUSTO.
           IF OCU-NAO-ENCONTRADO
               DISPLAY 'CUSTO DE MATERIAL DAS OBRAS (OBRACUST) NAO '
                       'ENCONTRADO - ORCADO X MEDIDO SEM CUSTO REAL.'
           ELSE
               MOVE 'S' TO WRK-OCU-ABERTO
           END-IF.
           PERFORM ABRIR-ADITIVOS.

           OPEN INPUT COMODOS-CASA.
           IF COM-NAO-ENCONTRADO
           IF NOT ORC-NAO-ENCONTRADO
               CLOSE OBRA-ORCAMENTO
           END-IF.
           IF OBRACUST-ABERTO
               CLOSE OBRA-CUSTO
           END-IF.
           PERFORM FECHAR-ADITIVOS.
           PERFORM FECHAR-PARAMETROS.

           DISPLAY 'COMODOS PROCESSADOS: ' WRK-TOTAL-COMODOS.
      *----------------------------------------------------------*
      * IMPRIMIR-ORCADO-X-MEDIDO                                  *
      * SECAO DE ORCADO X MEDIDO POR OBRA E PAGINA DE EXCECOES    *
      * DAS OBRAS ACIMA DO LIMITE DE CONSUMO. O CUSTO REAL DE     *
      * MATERIAL VEM LOGO ABAIXO DO ESTIMADO PELA AREA; AS OBRAS  *
      * COM MATERIAL E SEM COMODOS MEDIDOS FECHAM A SECAO.        *
      *----------------------------------------------------------*
       IMPRIMIR-ORCADO-X-MEDIDO.

           PERFORM CONFRONTAR-OBRA THRU CONFRONTAR-OBRA-EXIT
               VARYING WRK-IND-MED FROM 1 BY 1
               UNTIL WRK-IND-MED > WRK-QTD-MEDIDAS.
           PERFORM LOCALIZAR-OBRAS-SEM-MEDICAO
               THRU LOCALIZAR-OBRAS-SEM-MEDICAO-EXIT.
           PERFORM CONFRONTAR-OBRA-SEM-MEDICAO
               VARYING WRK-IND-SEM FROM 1 BY 1
               UNTIL WRK-IND-SEM > WRK-QTD-SEM-MEDICAO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
                  WRK-QTD-ESTOURADAS DELIMITED BY SIZE
                  INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING 'OBRAS COM MATERIAL ACIMA DO LIMITE: '
                      DELIMITED BY SIZE
                  WRK-QTD-ALERTA-MATERIAL DELIMITED BY SIZE
                  INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       IMPRIMIR-ORCADO-X-MEDIDO-EXIT.
           EXIT.
               GO TO CONFRONTAR-OBRA-EXIT
           END-IF.

           MOVE TAB-MED-OBRA(WRK-IND-MED) TO ADT-WS-OBRA.
           PERFORM APURAR-ORCAMENTO-ATUAL
               THRU APURAR-ORCAMENTO-ATUAL-EXIT.
           COMPUTE WRK-CUSTO-APURADO ROUNDED =
               TAB-MED-AREA(WRK-IND-MED) * WRK-CUSTO-M2.
           COMPUTE WRK-VARIACAO-AREA =
               TAB-MED-AREA(WRK-IND-MED) - WRK-AREA-ATUAL.
           COMPUTE WRK-VARIACAO-CUSTO =
               WRK-CUSTO-APURADO - WRK-CUSTO-ATUAL.
           IF WRK-CUSTO-ATUAL > ZEROS
               COMPUTE WRK-PCT-CONSUMO ROUNDED =
                   WRK-CUSTO-APURADO / WRK-CUSTO-ATUAL * 100
           ELSE
               MOVE ZEROS TO WRK-PCT-CONSUMO
           END-IF.
                  ' AREA MEDIDA ' DELIMITED BY SIZE
                  TAB-MED-AREA(WRK-IND-MED) DELIMITED BY SIZE
                  ' ORCADA ' DELIMITED BY SIZE
                  WRK-AREA-ATUAL DELIMITED BY SIZE
                  ' VARIACAO ' DELIMITED BY SIZE
                  WRK-VARIACAO-AREA DELIMITED BY SIZE
                  INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           PERFORM IMPRIMIR-ORCAMENTO-ATUAL
               THRU IMPRIMIR-ORCAMENTO-ATUAL-EXIT.
           MOVE WRK-CUSTO-APURADO TO WRK-CUSTO-ED.
           MOVE WRK-CUSTO-ATUAL TO WRK-CUSTO2-ED.
           MOVE WRK-PCT-CONSUMO TO WRK-PCT-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING '  CUSTO APURADO ' DELIMITED BY SIZE
                   TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.
           MOVE TAB-MED-OBRA(WRK-IND-MED) TO WRK-OBRA-CONSULTA.
           PERFORM LISTAR-MATERIAL-OBRA THRU LISTAR-MATERIAL-OBRA-EXIT.

       CONFRONTAR-OBRA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LISTAR-MATERIAL-OBRA                                      *
      * CUSTO REAL DE MATERIAL DA OBRA WRK-OBRA-CONSULTA: UMA     *
      * LINHA POR PRODUTO (ENVIADO MENOS DEVOLVIDO) E O TOTAL,    *
      * COM O PERCENTUAL DO ORCAMENTO ATUAL (JA APURADO EM        *
      * WRK-CUSTO-ATUAL) E O ALERTA QUANDO PASSA O ORC-ALERTA-PCT.*
      *----------------------------------------------------------*
       LISTAR-MATERIAL-OBRA.
           IF NOT OBRACUST-ABERTO
               GO TO LISTAR-MATERIAL-OBRA-EXIT
           END-IF.
           MOVE ZEROS TO WRK-CUSTO-REAL.
           MOVE ZEROS TO WRK-QTD-PRODUTOS.
           MOVE 'N' TO WRK-FIM-MATERIAL.
           MOVE WRK-OBRA-CONSULTA TO OCU-OBRA.
           MOVE LOW-VALUES TO OCU-PRODUTO.
           START OBRA-CUSTO KEY IS NOT LESS THAN OCU-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-MATERIAL
           END-START.
           IF NOT FIM-MATERIAL
               READ OBRA-CUSTO NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-MATERIAL
               END-READ
           END-IF.
           PERFORM LISTAR-MATERIAL-PRODUTO UNTIL FIM-MATERIAL.
           IF WRK-QTD-PRODUTOS = ZEROS
               MOVE '  SEM MATERIAL LANCADO PARA A OBRA'
                   TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               GO TO LISTAR-MATERIAL-OBRA-EXIT
           END-IF.

           MOVE ZEROS TO WRK-PCT-REAL.
           IF OBRA-COM-ORCAMENTO AND WRK-CUSTO-ATUAL > ZEROS
               COMPUTE WRK-PCT-REAL ROUNDED =
                   WRK-CUSTO-REAL / WRK-CUSTO-ATUAL * 100
           END-IF.
           MOVE WRK-CUSTO-REAL TO WRK-CUSTO-ED.
           MOVE WRK-PCT-REAL TO WRK-PCT-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING '  MATERIAL REAL ' DELIMITED BY SIZE
                  WRK-CUSTO-ED DELIMITED BY SIZE
                  ' CONSUMO ' DELIMITED BY SIZE
                  WRK-PCT-ED DELIMITED BY SIZE
                  '%' DELIMITED BY SIZE
                  INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           IF OBRA-COM-ORCAMENTO
               AND WRK-PCT-REAL > WRK-ALERTA-PCT
               ADD 1 TO WRK-QTD-ALERTA-MATERIAL
               MOVE '  *** MATERIAL ACIMA DO LIMITE DO ORCAMENTO ***'
                   TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

       LISTAR-MATERIAL-OBRA-EXIT.
           EXIT.

       LISTAR-MATERIAL-PRODUTO.
           IF OCU-OBRA NOT = WRK-OBRA-CONSULTA
               MOVE 'S' TO WRK-FIM-MATERIAL
           ELSE
               ADD 1 TO WRK-QTD-PRODUTOS
               COMPUTE WRK-QTD-REAL =
                   OCU-QTD-ENVIADA - OCU-QTD-DEVOLVIDA
               COMPUTE WRK-VALOR-REAL =
                   OCU-VALOR-ENVIADO - OCU-VALOR-DEVOLVIDO
               ADD WRK-VALOR-REAL TO WRK-CUSTO-REAL
               MOVE WRK-VALOR-REAL TO WRK-CUSTO2-ED
               MOVE SPACES TO LINHA-RELATORIO
               STRING '    ' DELIMITED BY SIZE
                      OCU-PRODUTO DELIMITED BY SIZE
                      ' QTD ' DELIMITED BY SIZE
                      WRK-QTD-REAL DELIMITED BY SIZE
                      ' CUSTO REAL ' DELIMITED BY SIZE
                      WRK-CUSTO2-ED DELIMITED BY SIZE
                      INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               READ OBRA-CUSTO NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-MATERIAL
               END-READ
           END-IF.

       LISTAR-MATERIAL-PRODUTO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LOCALIZAR-OBRAS-SEM-MEDICAO                               *
      * VARRE O OBRACUST E GUARDA AS OBRAS COM MATERIAL QUE NAO   *
      * TIVERAM COMODOS MEDIDOS NESTA RODADA (ATE 100).           *
      *----------------------------------------------------------*
       LOCALIZAR-OBRAS-SEM-MEDICAO.
           MOVE ZEROS TO WRK-QTD-SEM-MEDICAO.
           IF NOT OBRACUST-ABERTO
               GO TO LOCALIZAR-OBRAS-SEM-MEDICAO-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-MATERIAL.
           MOVE ZEROS TO WRK-OBRA-CONSULTA.
           MOVE LOW-VALUES TO OCU-CHAVE.
           START OBRA-CUSTO KEY IS NOT LESS THAN OCU-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-MATERIAL
           END-START.
           IF NOT FIM-MATERIAL
               READ OBRA-CUSTO NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-MATERIAL
               END-READ
           END-IF.
           PERFORM SEPARAR-OBRA-SEM-MEDICAO UNTIL FIM-MATERIAL.

       LOCALIZAR-OBRAS-SEM-MEDICAO-EXIT.
           EXIT.

       SEPARAR-OBRA-SEM-MEDICAO.
           IF OCU-OBRA NOT = WRK-OBRA-CONSULTA
               MOVE OCU-OBRA TO WRK-OBRA-CONSULTA
               MOVE 'N' TO WRK-MEDIDA-ACHADA
               PERFORM PROCURAR-MEDICAO
                   VARYING WRK-IND-MED FROM 1 BY 1
                   UNTIL WRK-IND-MED > WRK-QTD-MEDIDAS
                      OR OBRA-MEDIDA
               IF NOT OBRA-MEDIDA AND WRK-QTD-SEM-MEDICAO < 100
                   ADD 1 TO WRK-QTD-SEM-MEDICAO
                   MOVE OCU-OBRA TO TAB-SEM-OBRA(WRK-QTD-SEM-MEDICAO)
               END-IF
           END-IF.
           READ OBRA-CUSTO NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-MATERIAL
           END-READ.

       SEPARAR-OBRA-SEM-MEDICAO-EXIT.
           EXIT.

       PROCURAR-MEDICAO.
           IF TAB-MED-OBRA(WRK-IND-MED) = WRK-OBRA-CONSULTA
               MOVE 'S' TO WRK-MEDIDA-ACHADA
           END-IF.

       PROCURAR-MEDICAO-EXIT.
           EXIT.

       CONFRONTAR-OBRA-SEM-MEDICAO.
           MOVE TAB-SEM-OBRA(WRK-IND-SEM) TO WRK-OBRA-CONSULTA.
           MOVE 'N' TO WRK-TEM-ORCAMENTO.
           IF NOT ORC-NAO-ENCONTRADO
               MOVE WRK-OBRA-CONSULTA TO ORC-OBRA
               READ OBRA-ORCAMENTO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-TEM-ORCAMENTO
               END-READ
           END-IF.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING 'OBRA ' DELIMITED BY SIZE
                  WRK-OBRA-CONSULTA DELIMITED BY SIZE
                  ' SEM COMODOS MEDIDOS' DELIMITED BY SIZE
                  INTO LINHA-RELATORIO.
           IF NOT OBRA-COM-ORCAMENTO
               MOVE ' E SEM ORCAMENTO CADASTRADO'
                   TO LINHA-RELATORIO(30:27)
           END-IF.
           WRITE LINHA-RELATORIO.
           IF OBRA-COM-ORCAMENTO
               MOVE WRK-OBRA-CONSULTA TO ADT-WS-OBRA
               PERFORM APURAR-ORCAMENTO-ATUAL
                   THRU APURAR-ORCAMENTO-ATUAL-EXIT
               PERFORM IMPRIMIR-ORCAMENTO-ATUAL
                   THRU IMPRIMIR-ORCAMENTO-ATUAL-EXIT
           END-IF.
           PERFORM LISTAR-MATERIAL-OBRA THRU LISTAR-MATERIAL-OBRA-EXIT.

       CONFRONTAR-OBRA-SEM-MEDICAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * APURAR-ORCAMENTO-ATUAL                                    *
      * ORCAMENTO ATUAL DA OBRA ADT-WS-OBRA (OBRAORC JA LIDO):    *
      * ORIGINAL MAIS OS ADITIVOS APROVADOS NO OBRAADIT.          *
      *----------------------------------------------------------*
       APURAR-ORCAMENTO-ATUAL.
           PERFORM SOMAR-ADITIVOS-OBRA THRU SOMAR-ADITIVOS-OBRA-EXIT.
           COMPUTE WRK-AREA-ATUAL = ORC-AREA + ADT-WS-AREA-APROV.
           COMPUTE WRK-CUSTO-ATUAL = ORC-CUSTO + ADT-WS-CUSTO-APROV.

       APURAR-ORCAMENTO-ATUAL-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * IMPRIMIR-ORCAMENTO-ATUAL                                  *
      * LINHAS DE AREA E CUSTO DO ORCAMENTO EM COLUNAS: ORIGINAL, *
      * ADITIVOS APROVADOS E ATUAL, E OS ADITIVOS AINDA NA FILA   *
      * DE APROVACAO.                                             *
      *----------------------------------------------------------*
       IMPRIMIR-ORCAMENTO-ATUAL.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING '  AREA  ORIGINAL ' DELIMITED BY SIZE
                  ORC-AREA DELIMITED BY SIZE
                  ' ADITIVOS ' DELIMITED BY SIZE
                  ADT-WS-AREA-APROV DELIMITED BY SIZE
                  ' ATUAL ' DELIMITED BY SIZE
                  WRK-AREA-ATUAL DELIMITED BY SIZE
                  INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ORC-CUSTO TO WRK-CUSTO-ED.
           MOVE ADT-WS-CUSTO-APROV TO WRK-CUSTO2-ED.
           MOVE WRK-CUSTO-ATUAL TO WRK-CUSTO3-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING '  CUSTO ORIGINAL ' DELIMITED BY SIZE
                  WRK-CUSTO-ED DELIMITED BY SIZE
                  ' ADITIVOS ' DELIMITED BY SIZE
                  WRK-CUSTO2-ED DELIMITED BY SIZE
                  ' ATUAL ' DELIMITED BY SIZE
                  WRK-CUSTO3-ED DELIMITED BY SIZE
                  INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           IF ADT-WS-QTD-PEND > ZEROS
               MOVE SPACES TO LINHA-RELATORIO
               STRING '  ADITIVOS AGUARDANDO DECISAO: '
                          DELIMITED BY SIZE
                      ADT-WS-QTD-PEND DELIMITED BY SIZE
                      INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

       IMPRIMIR-ORCAMENTO-ATUAL-EXIT.
           EXIT.

           COPY 'RUNDATEP.CPY'.
           COPY 'RPTHDRP.CPY'.
           COPY 'RUNSTATSP.CPY' REPLACING ==STATS-PROGRAM-ID==
               BY =='PROGCOB11B'==.
           COPY 'PARAMETROSP.CPY'.
           COPY 'OBRAADTP.CPY'.
