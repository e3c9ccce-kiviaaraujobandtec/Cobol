       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORCCONV.
      **********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = KIVIA(ALURA) KIVIAAL
      *OBJETIVO: CONVERSAO UNICA DO ORCAMENTO POR OBRA PARA O
      *LAYOUT AMPLIADO COM OS DADOS DO CONTRATO (VALOR
      *CONTRATADO, RETENCAO CONTRATUAL E CPF DO CLIENTE) USADOS
      *NO FATURAMENTO DAS MEDICOES - LE O ARQUIVO DE PRODUCAO
      *ATUAL (OBRAORC, 24 POSICOES) PELO LAYOUT ANTIGO E GRAVA O
      *ARQUIVO NOVO (OBRAORCN) JA NO LAYOUT DO OBRAORC.CPY, COM
      *OS DADOS DO CONTRATO ZERADOS (OBRA AINDA NAO FATURAVEL ATE
      *O CONTRATO SER INFORMADO NO ORCMNT). SEM A CONVERSAO O
      *ARQUIVO ATUAL NAO ABRE NOS PROGRAMAS COM O LAYOUT NOVO
      *(STATUS 39). APOS A CONFERENCIA DOS TOTAIS O OPERADOR
      *SUBSTITUI OBRAORC PELO OBRAORCN GERADO.
      *DATA   = 17/05/22
      *HISTORICO DE ALTERACOES
      *23/05/22 KA GRAVA TAMBEM A DATA DE ENTREGA CONTRATADA,
      *ZERADA (SEM PRAZO ATE SER INFORMADA NO ORCMNT)
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORCAMENTO-ANTIGO ASSIGN TO "OBRAORC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANT-OBRA
               FILE STATUS IS WRK-ANT-STATUS.

           SELECT OBRA-ORCAMENTO ASSIGN TO "OBRAORCN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORC-OBRA
               FILE STATUS IS WRK-ORC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORCAMENTO-ANTIGO.
       01  REG-ORCAMENTO-ANTIGO.
           05 ANT-OBRA           PIC 9(04).
           05 ANT-AREA           PIC 9(07)V99.
           05 ANT-CUSTO          PIC 9(09)V99.

       FD  OBRA-ORCAMENTO.
           COPY 'OBRAORC.CPY'.

       WORKING-STORAGE SECTION.
       77 WRK-ANT-STATUS PIC X(02) VALUE ZEROS.
           88 ANT-OK VALUE '00'.
           88 ANT-FIM VALUE '10'.
           88 ANT-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-ORC-STATUS PIC X(02) VALUE ZEROS.

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
           DISPLAY 'ORCCONV' '   DATA: ' RUNDATE-HOJE-ED.
           OPEN INPUT ORCAMENTO-ANTIGO.
           IF ANT-NAO-ENCONTRADO
               DISPLAY 'ARQUIVO OBRAORC NAO ENCONTRADO.'
               SET ANT-FIM TO TRUE
           ELSE
               OPEN OUTPUT OBRA-ORCAMENTO
               READ ORCAMENTO-ANTIGO NEXT RECORD
                   AT END
                       SET ANT-FIM TO TRUE
               END-READ
           END-IF.

       0003-PROCESSAR.

           ADD 1 TO WRK-TOTAL-LIDOS.
           MOVE ANT-OBRA TO ORC-OBRA.
           MOVE ANT-AREA TO ORC-AREA.
           MOVE ANT-CUSTO TO ORC-CUSTO.
           MOVE ZEROS TO ORC-VALOR-CONTRATO.
           MOVE ZEROS TO ORC-RETENCAO-PCT.
           MOVE ZEROS TO ORC-CPF-CLIENTE.
           MOVE ZEROS TO ORC-DATA-ENTREGA.
           WRITE REG-ORCAMENTO
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR OBRA ' ORC-OBRA
                           ' - STATUS: ' WRK-ORC-STATUS
               NOT INVALID KEY
                   ADD 1 TO WRK-TOTAL-GRAVADOS
           END-WRITE.

           READ ORCAMENTO-ANTIGO NEXT RECORD
               AT END
                   SET ANT-FIM TO TRUE
           END-READ.

       0004-FINALIZAR.

           IF NOT ANT-NAO-ENCONTRADO
               CLOSE ORCAMENTO-ANTIGO
               CLOSE OBRA-ORCAMENTO
           END-IF.
           DISPLAY 'REGISTROS LIDOS...: ' WRK-TOTAL-LIDOS.
           DISPLAY 'REGISTROS GRAVADOS: ' WRK-TOTAL-GRAVADOS.
           DISPLAY 'APOS A CONFERENCIA SUBSTITUA OBRAORC PELO '
                   'OBRAORCN GERADO.'.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

           COPY 'RUNDATEP.CPY'.
