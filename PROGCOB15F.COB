      *FALTANTES VAI PARA RUN-STATS.
      *DATA   = 08/03/22
      *HISTORICO DE ALTERACOES
      *27/04/22 KA FILIAL SEM LOTE NUM DIA QUE FOI FERIADO LOCAL
      *DA SUA UF OU DA PROPRIA FILIAL (CALENDARIO-UTIL) NAO E
      *MAIS APONTADA COMO FALTANTE - SAI COMO FERIADO LOCAL
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           88 FILIAL-ENVIOU VALUE 'S'.
       77 WRK-QTD-ATIVAS PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-FALTANTES PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-FERIADO PIC 9(03) VALUE ZEROS.
           COPY 'RUNDATE.CPY'.
           COPY 'RPTHDR.CPY'.

           PERFORM OBTER-DIA-UTIL-ANTERIOR.
           MOVE CAL-WS-DATA-ANT TO WRK-DATA-REF.
           MOVE WRK-DATA-REF TO WRK-DATA-REF-ED.

           OPEN INPUT FILIAL-MASTER.
           IF FIL-MST-NAO-ENCONTRADO
                   END-IF
               END-PERFORM
               MOVE SPACES TO LINHA-REMESSAS
               IF NOT FILIAL-ENVIOU
                   MOVE WRK-DATA-REF TO CAL-WS-DATA-TESTE
                   MOVE FIL-UF TO CAL-WS-UF
                   MOVE FIL-CODIGO TO CAL-WS-FILIAL
                   PERFORM VALIDAR-DATA-UTIL
               END-IF
               EVALUATE TRUE
                   WHEN FILIAL-ENVIOU
                       STRING 'FILIAL ' DELIMITED BY SIZE
                              FIL-CODIGO DELIMITED BY SIZE
                              ' ' DELIMITED BY SIZE
                              FIL-NOME DELIMITED BY SIZE
                              ' ENVIOU' DELIMITED BY SIZE
                              INTO LINHA-REMESSAS
                   WHEN CAL-DATA-NAO-UTIL
                       ADD 1 TO WRK-QTD-FERIADO
                       STRING 'FILIAL ' DELIMITED BY SIZE
                              FIL-CODIGO DELIMITED BY SIZE
                              ' ' DELIMITED BY SIZE
                              FIL-NOME DELIMITED BY SIZE
                              ' FERIADO LOCAL' DELIMITED BY SIZE
                              INTO LINHA-REMESSAS
                   WHEN OTHER
                       ADD 1 TO WRK-QTD-FALTANTES
                       STRING 'FILIAL ' DELIMITED BY SIZE
                              FIL-CODIGO DELIMITED BY SIZE
                              ' ' DELIMITED BY SIZE
                              FIL-NOME DELIMITED BY SIZE
                              ' *** NAO ENVIOU ***' DELIMITED BY SIZE
                              INTO LINHA-REMESSAS
               END-EVALUATE
               WRITE LINHA-REMESSAS
           END-IF.


       0005-FINALIZAR.

           PERFORM FECHAR-CALENDARIO.
           IF NOT FIL-MST-NAO-ENCONTRADO
               CLOSE FILIAL-MASTER
               IF NOT LOTEP-NAO-ENCONTRADO
                      WRK-QTD-ATIVAS DELIMITED BY SIZE
                      '  SEM REMESSA: ' DELIMITED BY SIZE
                      WRK-QTD-FALTANTES DELIMITED BY SIZE
                      '  FERIADO LOCAL: ' DELIMITED BY SIZE
                      WRK-QTD-FERIADO DELIMITED BY SIZE
                      INTO LINHA-REMESSAS
               WRITE LINHA-REMESSAS
               CLOSE RELATORIO-REMESSAS
           DISPLAY 'DIA UTIL DE REFERENCIA: ' WRK-DATA-REF-ED.
           DISPLAY 'FILIAIS ATIVAS........: ' WRK-QTD-ATIVAS.
           DISPLAY 'FILIAIS SEM REMESSA...: ' WRK-QTD-FALTANTES.
           DISPLAY 'FILIAIS EM FERIADO....: ' WRK-QTD-FERIADO.
           DISPLAY 'RELATORIO GRAVADO EM FILCTRL.'.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

