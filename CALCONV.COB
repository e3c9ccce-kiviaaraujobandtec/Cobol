       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCONV.
      **********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = KIVIA(ALURA) KIVIAAL
      *OBJETIVO: CONVERSAO UNICA DO CALENDARIO DE DIAS UTEIS PARA
      *O LAYOUT AMPLIADO COM A TABELA DE FERIADOS LOCAIS (POR UF
      *OU FILIAL) - LE O ARQUIVO DE PRODUCAO ATUAL (CALENDAR, 29
      *POSICOES, ATE A DESCRICAO) PELO LAYOUT ANTIGO E GRAVA O
      *ARQUIVO NOVO (CALENDRN) JA NO LAYOUT DO CALREG.CPY, SEM
      *FERIADOS LOCAIS (INCLUIDOS DEPOIS PELO CALMANUT). SEM A
      *CONVERSAO O ARQUIVO ATUAL NAO ABRE NOS PROGRAMAS COM O
      *LAYOUT NOVO (STATUS 39). APOS A CONFERENCIA DOS TOTAIS O
      *OPERADOR SUBSTITUI CALENDAR PELO CALENDRN GERADO.
      *DATA   = 27/04/22
      *HISTORICO DE ALTERACOES
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDARIO-ANTIGO ASSIGN TO "CALENDAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANT-DATA
               FILE STATUS IS WRK-ANT-STATUS.

           SELECT CALENDARIO-UTIL ASSIGN TO "CALENDRN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATA
               FILE STATUS IS WRK-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDARIO-ANTIGO.
       01  REG-CALENDARIO-ANTIGO.
           05 ANT-DATA           PIC 9(08).
           05 ANT-TIPO           PIC X(01).
           05 ANT-DESCRICAO      PIC X(20).

       FD  CALENDARIO-UTIL.
           COPY 'CALREG.CPY'.

       WORKING-STORAGE SECTION.
       77 WRK-ANT-STATUS PIC X(02) VALUE ZEROS.
           88 ANT-OK VALUE '00'.
           88 ANT-FIM VALUE '10'.
           88 ANT-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-CAL-STATUS PIC X(02) VALUE ZEROS.

       77 WRK-TOTAL-LIDOS    PIC 9(07) VALUE ZEROS.
       77 WRK-TOTAL-GRAVADOS PIC 9(07) VALUE ZEROS.
           COPY 'RUNDATE.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0002-INICIALIZAR.
           PERFORM 0003-PROCESSAR UNTIL ANT-FIM.
           PERFORM 0004-FINALIZAR.

           STOP RUN.

       0002-INICIALIZAR.

           PERFORM OBTER-DATA-EXECUCAO.
           DISPLAY 'CALCONV' '   DATA: ' RUNDATE-HOJE-ED.
           OPEN INPUT CALENDARIO-ANTIGO.
           IF ANT-NAO-ENCONTRADO
               DISPLAY 'ARQUIVO CALENDAR NAO ENCONTRADO.'
               SET ANT-FIM TO TRUE
           ELSE
               OPEN OUTPUT CALENDARIO-UTIL
               READ CALENDARIO-ANTIGO NEXT RECORD
                   AT END
                       SET ANT-FIM TO TRUE
               END-READ
           END-IF.

       0003-PROCESSAR.

           ADD 1 TO WRK-TOTAL-LIDOS.
           MOVE ANT-DATA TO CAL-DATA.
           MOVE ANT-TIPO TO CAL-TIPO.
           MOVE ANT-DESCRICAO TO CAL-DESCRICAO.
           MOVE ZEROS TO CAL-QTD-LOCAIS.
           MOVE SPACES TO CAL-LOCAIS.
           WRITE REG-CALENDARIO
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR DATA ' CAL-DATA
                           ' - STATUS: ' WRK-CAL-STATUS
               NOT INVALID KEY
                   ADD 1 TO WRK-TOTAL-GRAVADOS
           END-WRITE.

           READ CALENDARIO-ANTIGO NEXT RECORD
               AT END
                   SET ANT-FIM TO TRUE
           END-READ.

       0004-FINALIZAR.

           IF NOT ANT-NAO-ENCONTRADO
               CLOSE CALENDARIO-ANTIGO
               CLOSE CALENDARIO-UTIL
           END-IF.
           DISPLAY 'REGISTROS LIDOS...: ' WRK-TOTAL-LIDOS.
           DISPLAY 'REGISTROS GRAVADOS: ' WRK-TOTAL-GRAVADOS.
           DISPLAY 'APOS A CONFERENCIA SUBSTITUA CALENDAR PELO '
                   'CALENDRN GERADO.'.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

           COPY 'RUNDATEP.CPY'.
