       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODCONV.
      **********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = KIVIA(ALURA) KIVIAAL
      *OBJETIVO: CONVERSAO UNICA DO CADASTRO DE PRODUTOS PARA O
      *LAYOUT AMPLIADO COM O GRUPO DO PRODUTO (MARKUP DA LISTA
      *DE PRECOS DE VENDA) - LE O ARQUIVO DE PRODUCAO ATUAL
      *(PRODMST, 45 POSICOES, ATE A UNIDADE) PELO LAYOUT ANTIGO
      *E GRAVA O ARQUIVO NOVO (PRODMSTN) JA NO LAYOUT DO
      *PRODMST.CPY, COM O GRUPO EM BRANCO (MARKUP PADRAO ATE O
      *GRUPO SER INFORMADO NO ATIVIDADE02D) E OS PARAMETROS DE
      *REPOSICAO ZERADOS (SEM SUGESTAO DE COMPRA ATE SEREM
      *INFORMADOS NO ATIVIDADE02D). SEM A CONVERSAO O
      *ARQUIVO ATUAL NAO ABRE NOS PROGRAMAS COM O LAYOUT NOVO
      *(STATUS 39). APOS A CONFERENCIA DOS TOTAIS O OPERADOR
      *SUBSTITUI PRODMST PELO PRODMSTN GERADO.
      *DATA   = 28/04/22
      *HISTORICO DE ALTERACOES
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUTO-ANTIGO ASSIGN TO "PRODMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANT-CODIGO
               FILE STATUS IS WRK-ANT-STATUS.

           SELECT PRODUTO-MASTER ASSIGN TO "PRODMSTN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS WRK-PROD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUTO-ANTIGO.
       01  REG-PRODUTO-ANTIGO.
           05 ANT-CODIGO         PIC X(10).
           05 ANT-DESCRICAO      PIC X(30).
           05 ANT-UNIDADE        PIC X(05).

       FD  PRODUTO-MASTER.
           COPY 'PRODMST.CPY'.

       WORKING-STORAGE SECTION.
       77 WRK-ANT-STATUS PIC X(02) VALUE ZEROS.
           88 ANT-OK VALUE '00'.
           88 ANT-FIM VALUE '10'.
           88 ANT-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-PROD-STATUS PIC X(02) VALUE ZEROS.

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
           DISPLAY 'PRODCONV' '   DATA: ' RUNDATE-HOJE-ED.
           OPEN INPUT PRODUTO-ANTIGO.
           IF ANT-NAO-ENCONTRADO
               DISPLAY 'ARQUIVO PRODMST NAO ENCONTRADO.'
               SET ANT-FIM TO TRUE
           ELSE
               OPEN OUTPUT PRODUTO-MASTER
               READ PRODUTO-ANTIGO NEXT RECORD
                   AT END
                       SET ANT-FIM TO TRUE
               END-READ
           END-IF.

       0003-PROCESSAR.

           ADD 1 TO WRK-TOTAL-LIDOS.
           MOVE ANT-CODIGO TO PROD-CODIGO.
           MOVE ANT-DESCRICAO TO PROD-DESCRICAO.
           MOVE ANT-UNIDADE TO PROD-UNIDADE.
           MOVE SPACES TO PROD-GRUPO.
           MOVE ZEROS TO PROD-ESTOQUE-MINIMO.
           MOVE ZEROS TO PROD-PONTO-PEDIDO.
           MOVE ZEROS TO PROD-PRAZO-ENTREGA.
           WRITE REG-PRODUTO
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR PRODUTO ' PROD-CODIGO
                           ' - STATUS: ' WRK-PROD-STATUS
               NOT INVALID KEY
                   ADD 1 TO WRK-TOTAL-GRAVADOS
           END-WRITE.

           READ PRODUTO-ANTIGO NEXT RECORD
               AT END
                   SET ANT-FIM TO TRUE
           END-READ.

       0004-FINALIZAR.

           IF NOT ANT-NAO-ENCONTRADO
               CLOSE PRODUTO-ANTIGO
               CLOSE PRODUTO-MASTER
           END-IF.
           DISPLAY 'REGISTROS LIDOS...: ' WRK-TOTAL-LIDOS.
           DISPLAY 'REGISTROS GRAVADOS: ' WRK-TOTAL-GRAVADOS.
           DISPLAY 'APOS A CONFERENCIA SUBSTITUA PRODMST PELO '
                   'PRODMSTN GERADO.'.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

           COPY 'RUNDATEP.CPY'.
