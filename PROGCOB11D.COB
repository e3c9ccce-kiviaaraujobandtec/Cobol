      *CADASTRO OBRAMST. SAIDA EM OBRAPROG.
      *DATA   = 01/04/22
      *HISTORICO DE ALTERACOES
      *20/05/22 KA ADITIVOS AO ORCAMENTO (OBRAADIT, ADITMNT): O
      *GRUPO DA OBRA MOSTRA AREA E CUSTO EM COLUNAS - ORIGINAL,
      *ADITIVOS APROVADOS E ATUAL - E O PERCENTUAL CONCLUIDO
      *PASSA A SER CONTRA A AREA ATUAL
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS ORC-OBRA
               FILE STATUS IS WRK-ORC-STATUS.

           SELECT OBRA-ADITIVO ASSIGN TO "OBRAADIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADT-CHAVE
               FILE STATUS IS ADT-WS-STATUS.

           SELECT WRK-SORT-FILE ASSIGN TO "MEDSRT"
               ORGANIZATION IS SEQUENTIAL.

       FD  OBRA-ORCAMENTO.
           COPY 'OBRAORC.CPY'.

       FD  OBRA-ADITIVO.
           COPY 'OBRAADT.CPY'.

       SD  WRK-SORT-FILE.
       01  REG-MEDICAO-SORT.
           05 SRT-DATA         PIC 9(08).
       01  LINHA-PROGRESSO     PIC X(80).

       WORKING-STORAGE SECTION.
           COPY 'OBRAADTW.CPY'.
       77 WRK-MED-STATUS PIC X(02) VALUE ZEROS.
           88 MED-OK VALUE '00'.
           88 MED-NAO-ENCONTRADO VALUE '35'.
           88 TEM-MEDICAO-ANTERIOR VALUE 'S'.
       77 WRK-DELTA PIC S9(07)V99 VALUE ZEROS.
       77 WRK-AREA-ORCADA PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TEM-ORCAMENTO PIC X(01) VALUE 'N'.
           88 OBRA-COM-ORCAMENTO VALUE 'S'.
       77 WRK-CUSTO-ATUAL PIC 9(09)V99 VALUE ZEROS.
       77 WRK-AREA-ED PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-AREA2-ED PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-AREA3-ED PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
           COPY 'MONEY.CPY' REPLACING ==MONEY-FIELD-NAME==
               BY ==WRK-CUSTO-ED==.
           COPY 'MONEY.CPY' REPLACING ==MONEY-FIELD-NAME==
               BY ==WRK-CUSTO2-ED==.
           COPY 'MONEY.CPY' REPLACING ==MONEY-FIELD-NAME==
               BY ==WRK-CUSTO3-ED==.
       77 WRK-PCT PIC 9(05)V99 VALUE ZEROS.
       77 WRK-PCT-ED PIC ZZZZ9,99 VALUE ZEROS.
       77 WRK-DATA-ED PIC 9(04)/99/99 VALUE ZEROS.
               DISPLAY 'ORCAMENTO DE OBRAS (OBRAORC) NAO '
                       'ENCONTRADO - SEM PERCENTUAL CONCLUIDO.'
           END-IF.
           PERFORM ABRIR-ADITIVOS.
           OPEN OUTPUT RELATORIO-PROGRESSO.
           MOVE 'PROGRESSO DAS OBRAS' TO RPT-HDR-TITULO.
           PERFORM MONTAR-CABECALHO-RELATORIO.
           IF NOT ORC-NAO-ENCONTRADO
               CLOSE OBRA-ORCAMENTO
           END-IF.
           PERFORM FECHAR-ADITIVOS.
           DISPLAY 'PROGCOB11D' '   DATA: ' RUNDATE-HOJE-ED.
           DISPLAY 'MEDICOES LISTADAS: ' WRK-QTD-MEDICOES.
           DISPLAY 'RELATORIO GRAVADO EM OBRAPROG.'.
               MOVE SRT-OBRA TO WRK-OBRA-ANTERIOR
               MOVE 'N' TO WRK-TEM-ANTERIOR
               MOVE ZEROS TO WRK-AREA-ANTERIOR
               PERFORM ABRIR-GRUPO-OBRA THRU ABRIR-GRUPO-OBRA-EXIT
           END-IF.

           ADD 1 TO WRK-QTD-MEDICOES.

      *----------------------------------------------------------*
      * ABRIR-GRUPO-OBRA                                          *
      * CABECALHO DO GRUPO DA OBRA COM O CLIENTE E O ORCAMENTO EM *
      * COLUNAS: ORIGINAL (OBRAORC), ADITIVOS APROVADOS (OBRAADIT)*
      * E ATUAL, CONTRA O QUAL SAI O PERCENTUAL CONCLUIDO.        *
      *----------------------------------------------------------*
       ABRIR-GRUPO-OBRA.

               END-READ
           END-IF.
           MOVE ZEROS TO WRK-AREA-ORCADA.
           MOVE 'N' TO WRK-TEM-ORCAMENTO.
           IF NOT ORC-NAO-ENCONTRADO
               MOVE SRT-OBRA TO ORC-OBRA
               READ OBRA-ORCAMENTO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-TEM-ORCAMENTO
               END-READ
           END-IF.
           MOVE SPACES TO LINHA-PROGRESSO.
                  SRT-OBRA DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  OBRA-CLIENTE DELIMITED BY SIZE
                  INTO LINHA-PROGRESSO.
           IF NOT OBRA-COM-ORCAMENTO
               MOVE ' SEM ORCAMENTO CADASTRADO' TO LINHA-PROGRESSO(41:)
           END-IF.
           WRITE LINHA-PROGRESSO.
           IF NOT OBRA-COM-ORCAMENTO
               GO TO ABRIR-GRUPO-OBRA-EXIT
           END-IF.

           MOVE SRT-OBRA TO ADT-WS-OBRA.
           PERFORM SOMAR-ADITIVOS-OBRA THRU SOMAR-ADITIVOS-OBRA-EXIT.
           COMPUTE WRK-AREA-ORCADA = ORC-AREA + ADT-WS-AREA-APROV.
           COMPUTE WRK-CUSTO-ATUAL = ORC-CUSTO + ADT-WS-CUSTO-APROV.
           MOVE SPACES TO LINHA-PROGRESSO.
           STRING '                      ORIGINAL        ADITIVOS'
                      DELIMITED BY SIZE
                  '           ATUAL' DELIMITED BY SIZE
                  INTO LINHA-PROGRESSO.
           WRITE LINHA-PROGRESSO.
           MOVE ORC-AREA TO WRK-AREA-ED.
           MOVE ADT-WS-AREA-APROV TO WRK-AREA2-ED.
           MOVE WRK-AREA-ORCADA TO WRK-AREA3-ED.
           MOVE SPACES TO LINHA-PROGRESSO.
           STRING '  AREA (M2)  ' DELIMITED BY SIZE
                  '    ' DELIMITED BY SIZE
                  WRK-AREA-ED DELIMITED BY SIZE
                  '    ' DELIMITED BY SIZE
                  WRK-AREA2-ED DELIMITED BY SIZE
                  '    ' DELIMITED BY SIZE
                  WRK-AREA3-ED DELIMITED BY SIZE
                  INTO LINHA-PROGRESSO.
           WRITE LINHA-PROGRESSO.
           MOVE ORC-CUSTO TO WRK-CUSTO-ED.
           MOVE ADT-WS-CUSTO-APROV TO WRK-CUSTO2-ED.
           MOVE WRK-CUSTO-ATUAL TO WRK-CUSTO3-ED.
           MOVE SPACES TO LINHA-PROGRESSO.
           STRING '  CUSTO      ' DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-CUSTO-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-CUSTO2-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-CUSTO3-ED DELIMITED BY SIZE
                  INTO LINHA-PROGRESSO.
           WRITE LINHA-PROGRESSO.
           IF ADT-WS-QTD-PEND > ZEROS
               MOVE SPACES TO LINHA-PROGRESSO
               STRING '  ADITIVOS AGUARDANDO DECISAO: '
                          DELIMITED BY SIZE
                      ADT-WS-QTD-PEND DELIMITED BY SIZE
                      INTO LINHA-PROGRESSO
               WRITE LINHA-PROGRESSO
           END-IF.

       ABRIR-GRUPO-OBRA-EXIT.
           EXIT.

           COPY 'RUNDATEP.CPY'.
           COPY 'RPTHDRP.CPY'.
           COPY 'OBRAADTP.CPY'.
