      *AUDITLOGN GERADO.
      *DATA   = 02/03/22
      *HISTORICO DE ALTERACOES
      *09/06/22 KA REAPROVEITADA PARA A CADEIA DE HASH: O LAYOUT
      *ANTERIOR PASSA A SER O DE 79 POSICOES (ATE O OPERADOR) E O
      *NOVO GANHA AUD-SEQUENCIA, AUD-HASH-ANT E AUD-HASH (148
      *POSICOES). CONVERTE PRIMEIRO O ARQUIVO MENSAL (AUDARCH ->
      *AUDARCHN) E DEPOIS O LOG (AUDITLOG -> AUDITLOGN), NUMA SO
      *CADEIA A PARTIR DA SEQUENCIA 1, NA ORDEM EM QUE AS
      *ENTRADAS FORAM GRAVADAS. O OPERADOR SUBSTITUI OS DOIS
      *ARQUIVOS JUNTOS APOS A CONFERENCIA DOS TOTAIS.
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-NOVO-STATUS.

           SELECT ARQUIVO-ANTIGO ASSIGN TO "AUDARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-ARQ-STATUS.

           SELECT ARQUIVO-NOVO ASSIGN TO "AUDARCHN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-ARQN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-ANTIGO.
       01  REG-AUDIT-ANTIGO    PIC X(79).

       FD  AUDIT-NOVO.
       01  REG-AUDIT-NOVO      PIC X(148).

       FD  ARQUIVO-ANTIGO.
       01  REG-ARQUIVO-ANTIGO  PIC X(79).

       FD  ARQUIVO-NOVO.
       01  REG-ARQUIVO-NOVO    PIC X(148).

       WORKING-STORAGE SECTION.
       77 WRK-ANT-STATUS PIC X(02) VALUE ZEROS.
           88 ANT-FIM VALUE '10'.
           88 ANT-NAO-ENCONTRADO VALUE '35'.
       77 WRK-NOVO-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-ARQ-STATUS PIC X(02) VALUE ZEROS.
           88 ARQ-FIM VALUE '10'.
           88 ARQ-NAO-ENCONTRADO VALUE '35'.
       77 WRK-ARQN-STATUS PIC X(02) VALUE ZEROS.

       77 WRK-TOTAL-LIDOS    PIC 9(07) VALUE ZEROS.
       77 WRK-TOTAL-GRAVADOS PIC 9(07) VALUE ZEROS.
       77 WRK-ARQ-LIDOS      PIC 9(07) VALUE ZEROS.
       77 WRK-ARQ-GRAVADOS   PIC 9(07) VALUE ZEROS.

      *ELO CORRENTE DA CADEIA, QUE ATRAVESSA DO AUDARCH PARA O LOG
       77 WRK-SEQUENCIA      PIC 9(09) VALUE ZEROS.
       77 WRK-HASH-ANT       PIC X(30) VALUE ZEROS.

      *ENTRADA NO LAYOUT ANTERIOR (79 POSICOES)
       01 REG-AUDITORIA-ANT.
           05 ANT-DATA         PIC 9(08).
           05 ANT-HORA         PIC 9(06).
           05 ANT-PROGRAMA     PIC X(12).
           05 ANT-CAMPO        PIC X(15).
           05 ANT-VALOR        PIC X(30).
           05 ANT-OPERADOR     PIC X(08).

      *ENTRADA NO LAYOUT NOVO, MONTADA AQUI PARA OS DOIS ARQUIVOS
           COPY 'AUDITLOG.CPY'.
           COPY 'RUNDATE.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0002-INICIALIZAR.
           PERFORM 0003-CONVERTER-ARQUIVO THRU
               0003-CONVERTER-ARQUIVO-EXIT.
           PERFORM 0004-CONVERTER-LOG THRU 0004-CONVERTER-LOG-EXIT.
           PERFORM 0005-FINALIZAR.

           STOP RUN.


           PERFORM OBTER-DATA-EXECUCAO.
           DISPLAY 'AUDCONV' '   DATA: ' RUNDATE-HOJE-ED.
           MOVE ZEROS TO WRK-SEQUENCIA.
           MOVE ZEROS TO WRK-HASH-ANT.

      *----------------------------------------------------------*
      * 0003-CONVERTER-ARQUIVO                                    *
      * O ARQUIVO MENSAL TEM AS ENTRADAS MAIS ANTIGAS E ABRE A    *
      * CADEIA.                                                   *
      *----------------------------------------------------------*
       0003-CONVERTER-ARQUIVO.

           OPEN INPUT ARQUIVO-ANTIGO.
           IF ARQ-NAO-ENCONTRADO
               DISPLAY 'ARQUIVO AUDARCH NAO ENCONTRADO - A CADEIA '
                       'COMECA NO AUDITLOG.'
               GO TO 0003-CONVERTER-ARQUIVO-EXIT
           END-IF.
           OPEN OUTPUT ARQUIVO-NOVO.
           READ ARQUIVO-ANTIGO INTO REG-AUDITORIA-ANT
               AT END
                   SET ARQ-FIM TO TRUE
           END-READ.
           PERFORM CONVERTER-ENTRADA-ARQ UNTIL ARQ-FIM.
           CLOSE ARQUIVO-ANTIGO.
           CLOSE ARQUIVO-NOVO.

       0003-CONVERTER-ARQUIVO-EXIT.
           EXIT.

       CONVERTER-ENTRADA-ARQ.

           ADD 1 TO WRK-ARQ-LIDOS.
           PERFORM ENCADEAR-ENTRADA.
           WRITE REG-ARQUIVO-NOVO FROM REG-AUDITORIA.
           ADD 1 TO WRK-ARQ-GRAVADOS.

           READ ARQUIVO-ANTIGO INTO REG-AUDITORIA-ANT
               AT END
                   SET ARQ-FIM TO TRUE
           END-READ.

       0004-CONVERTER-LOG.

           OPEN INPUT AUDIT-ANTIGO.
           IF ANT-NAO-ENCONTRADO
               DISPLAY 'ARQUIVO AUDITLOG NAO ENCONTRADO.'
               GO TO 0004-CONVERTER-LOG-EXIT
           END-IF.
           OPEN OUTPUT AUDIT-NOVO.
           READ AUDIT-ANTIGO INTO REG-AUDITORIA-ANT
               AT END
                   SET ANT-FIM TO TRUE
           END-READ.
           PERFORM CONVERTER-ENTRADA-LOG UNTIL ANT-FIM.
           CLOSE AUDIT-ANTIGO.
           CLOSE AUDIT-NOVO.

       0004-CONVERTER-LOG-EXIT.
           EXIT.

       CONVERTER-ENTRADA-LOG.

           ADD 1 TO WRK-TOTAL-LIDOS.
           PERFORM ENCADEAR-ENTRADA.
           WRITE REG-AUDIT-NOVO FROM REG-AUDITORIA.
           ADD 1 TO WRK-TOTAL-GRAVADOS.

           READ AUDIT-ANTIGO INTO REG-AUDITORIA-ANT
               AT END
                   SET ANT-FIM TO TRUE
           END-READ.

      *----------------------------------------------------------*
      * ENCADEAR-ENTRADA                                          *
      * COPIA A ENTRADA ANTIGA PARA O LAYOUT NOVO COM A PROXIMA   *
      * SEQUENCIA E O HASH DA SUBROTINA AUDHASH, COMO O           *
      * GRAVAR-AUDITORIA FAZ NAS ENTRADAS NOVAS.                  *
      *----------------------------------------------------------*
       ENCADEAR-ENTRADA.

           MOVE ANT-DATA TO AUD-DATA.
           MOVE ANT-HORA TO AUD-HORA.
           MOVE ANT-PROGRAMA TO AUD-PROGRAMA.
           MOVE ANT-CAMPO TO AUD-CAMPO.
           MOVE ANT-VALOR TO AUD-VALOR.
           MOVE ANT-OPERADOR TO AUD-OPERADOR.
           ADD 1 TO WRK-SEQUENCIA.
           MOVE WRK-SEQUENCIA TO AUD-SEQUENCIA.
           MOVE WRK-HASH-ANT TO AUD-HASH-ANT.
           CALL 'AUDHASH' USING REG-AUDITORIA AUD-HASH.
           MOVE AUD-HASH TO WRK-HASH-ANT.

       0005-FINALIZAR.

           DISPLAY 'AUDARCH - ENTRADAS LIDAS....: ' WRK-ARQ-LIDOS.
           DISPLAY 'AUDARCH - ENTRADAS GRAVADAS.: ' WRK-ARQ-GRAVADOS.
           DISPLAY 'AUDITLOG - ENTRADAS LIDAS...: ' WRK-TOTAL-LIDOS.
           DISPLAY 'AUDITLOG - ENTRADAS GRAVADAS: ' WRK-TOTAL-GRAVADOS.
           DISPLAY 'ULTIMA SEQUENCIA DA CADEIA..: ' WRK-SEQUENCIA.
           IF WRK-TOTAL-LIDOS = WRK-TOTAL-GRAVADOS
               AND WRK-ARQ-LIDOS = WRK-ARQ-GRAVADOS
               DISPLAY 'CONVERSAO OK - SUBSTITUIR AUDARCH POR '
                       'AUDARCHN E AUDITLOG POR AUDITLOGN.'
           ELSE
               DISPLAY 'TOTAIS DIVERGENTES - NAO SUBSTITUIR OS '
                       'ARQUIVOS ORIGINAIS.'
           END-IF.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

