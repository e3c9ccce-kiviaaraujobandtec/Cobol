      *('N') E SUPRIMIDO E A CONTAGEM DE SUPRIMIDOS SAI NO
      *TRAILER E NOS TOTAIS DE CONTROLE. O DESCADASTRO EM LOTE
      *ENVIADO PELA AGENCIA E POSTADO PELA ATIVIDADE01J.
      *05/06/22 KA CADA LINHA PASSA A LEVAR O CODIGO E A DESCRICAO
      *DO SEGMENTO DO CLIENTE (SEGCLI, CALCULADO NO FECHAMENTO
      *MENSAL PELO SEGCALC; EM BRANCO PARA CLIENTE AINDA SEM
      *SEGMENTO). O OPERADOR INFORMA OS SEGMENTOS A EXTRAIR (EX.:
      *TC = TOP E CRESCENDO; BRANCO = TODOS); OS DEMAIS FICAM
      *FORA DA EXTRACAO E A SELECAO SAI NO TRAILER.
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-EXT-STATUS.

           SELECT SEGMENTO-CLIENTE ASSIGN TO "SEGCLI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEGC-CPF
               FILE STATUS IS WRK-SEGC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CADASTRO-CLIENTE.
       FD  EXTRACAO-CLIENTES.
       01  LINHA-EXTRACAO       PIC X(120).

       FD  SEGMENTO-CLIENTE.
           COPY 'SEGCLI.CPY'.

       WORKING-STORAGE SECTION.
       77 WRK-CLI-STATUS PIC X(02) VALUE ZEROS.
           88 CLI-OK VALUE '00'.
           88 CLI-FIM VALUE '10'.
           88 CLI-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-EXT-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-SEGC-STATUS PIC X(02) VALUE ZEROS.
           88 SEGC-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-SEGC-ABERTO PIC X(01) VALUE 'N'.
           88 SEGMENTOS-DISPONIVEIS VALUE 'S'.

       77 WRK-CPF-ULT2 PIC 9(02) VALUE ZEROS.
       77 WRK-CPF-MASCARADO PIC X(14) VALUE SPACES.
       77 WRK-TOTAL-CLIENTES PIC 9(07) VALUE ZEROS.
       77 WRK-TOTAL-SUPRIMIDOS PIC 9(07) VALUE ZEROS.
       77 WRK-TOTAL-FORA-SELECAO PIC 9(07) VALUE ZEROS.

      *SELECAO POR SEGMENTO (CODIGOS DO SEGTAB.CPY)
       77 WRK-SELECAO PIC X(06) VALUE SPACES.
       77 WRK-SELECAO-TXT PIC X(06) VALUE SPACES.
       77 WRK-SELECAO-OK PIC X(01) VALUE 'S'.
           88 SELECAO-VALIDA VALUE 'S'.
       77 WRK-POS PIC 9(02) VALUE ZEROS.
       77 WRK-CODIGO-ACHADO PIC X(01) VALUE 'N'.
           88 CODIGO-ACHADO VALUE 'S'.
       77 WRK-OCORRENCIAS PIC 9(02) VALUE ZEROS.
       77 WRK-SEGMENTO PIC X(01) VALUE SPACES.
       77 WRK-SEGMENTO-DESC PIC X(09) VALUE SPACES.
           COPY 'SEGTAB.CPY'.
           COPY 'RUNDATE.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0002-INICIALIZAR THRU 0002-INICIALIZAR-EXIT.
           PERFORM 0003-PROCESSAR THRU 0003-PROCESSAR-EXIT
               UNTIL CLI-FIM.
           PERFORM 0004-FINALIZAR.
       0002-INICIALIZAR.

           PERFORM OBTER-DATA-EXECUCAO.
           DISPLAY 'SEGMENTOS A EXTRAIR (T=TOP C=CRESCENDO N=NOVO '
                   'R=EM RISCO D=DORMENTE O=OCASIONAL; BRANCO = '
                   'TODOS)'.
           ACCEPT WRK-SELECAO FROM CONSOLE.
           INSPECT WRK-SELECAO CONVERTING 'tcnrdo' TO 'TCNRDO'.
           PERFORM CONFERIR-CODIGO-SELECAO
               VARYING WRK-POS FROM 1 BY 1
               UNTIL WRK-POS > 6.
           IF NOT SELECAO-VALIDA
               DISPLAY 'SEGMENTO INVALIDO NA SELECAO: ' WRK-SELECAO
               DISPLAY 'EXTRACAO NAO GERADA.'
               SET CLI-FIM TO TRUE
               GO TO 0002-INICIALIZAR-EXIT
           END-IF.
           IF WRK-SELECAO = SPACES
               MOVE 'TODOS' TO WRK-SELECAO-TXT
           ELSE
               MOVE WRK-SELECAO TO WRK-SELECAO-TXT
           END-IF.

           OPEN INPUT SEGMENTO-CLIENTE.
           IF SEGC-NAO-ENCONTRADO
               DISPLAY 'SEGMENTACAO (SEGCLI) INEXISTENTE - '
                       'CLIENTES SEM SEGMENTO.'
           ELSE
               SET SEGMENTOS-DISPONIVEIS TO TRUE
           END-IF.
           OPEN INPUT CADASTRO-CLIENTE.
           IF CLI-NAO-ENCONTRADO
               DISPLAY 'CADASTRO DE CLIENTES INEXISTENTE.'
               END-READ
           END-IF.

       0002-INICIALIZAR-EXIT.
           EXIT.

       0003-PROCESSAR.

           IF REG-RECUSA-MARKETING
               END-READ
               GO TO 0003-PROCESSAR-EXIT
           END-IF.
           PERFORM OBTER-SEGMENTO-CLIENTE.
           IF WRK-SELECAO NOT = SPACES
               MOVE ZEROS TO WRK-OCORRENCIAS
               IF WRK-SEGMENTO NOT = SPACES
                   INSPECT WRK-SELECAO TALLYING WRK-OCORRENCIAS
                       FOR ALL WRK-SEGMENTO
               END-IF
               IF WRK-OCORRENCIAS = ZEROS
                   ADD 1 TO WRK-TOTAL-FORA-SELECAO
                   READ CADASTRO-CLIENTE NEXT RECORD
                       AT END
                           SET CLI-FIM TO TRUE
                   END-READ
                   GO TO 0003-PROCESSAR-EXIT
               END-IF
           END-IF.
           ADD 1 TO WRK-TOTAL-CLIENTES.
           COMPUTE WRK-CPF-ULT2 = FUNCTION MOD(REG-CPF, 100).
           MOVE SPACES TO WRK-CPF-MASCARADO.
                  FUNCTION TRIM(REG-TELEFONE) DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  REG-SITUACAO DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WRK-SEGMENTO DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  FUNCTION TRIM(WRK-SEGMENTO-DESC) DELIMITED BY SIZE
                  INTO LINHA-EXTRACAO.
           WRITE LINHA-EXTRACAO.


       0004-FINALIZAR.

           IF SEGMENTOS-DISPONIVEIS
               CLOSE SEGMENTO-CLIENTE
           END-IF.
           IF WRK-CLI-STATUS NOT = '35' AND SELECAO-VALIDA
               CLOSE CADASTRO-CLIENTE
               MOVE SPACES TO LINHA-EXTRACAO
               STRING 'TRAILER;' DELIMITED BY SIZE
                      WRK-TOTAL-SUPRIMIDOS DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      RUNDATE-HOJE DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      FUNCTION TRIM(WRK-SELECAO-TXT) DELIMITED BY SIZE
                      INTO LINHA-EXTRACAO
               WRITE LINHA-EXTRACAO
               CLOSE EXTRACAO-CLIENTES
           DISPLAY 'CLIENTES EXTRAIDOS: ' WRK-TOTAL-CLIENTES.
           DISPLAY 'SUPRIMIDOS (SEM CONSENTIMENTO): '
                   WRK-TOTAL-SUPRIMIDOS.
           DISPLAY 'FORA DOS SEGMENTOS SELECIONADOS: '
                   WRK-TOTAL-FORA-SELECAO.
           DISPLAY 'EXTRACAO GRAVADA EM CLIEXT.'.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

      *----------------------------------------------------------*
      * CONFERIR-CODIGO-SELECAO                                   *
      * CADA POSICAO PREENCHIDA DA SELECAO TEM QUE SER O CODIGO   *
      * DE UM SEGMENTO DO SEGTAB.CPY.                             *
      *----------------------------------------------------------*
       CONFERIR-CODIGO-SELECAO.
           IF WRK-SELECAO(WRK-POS:1) NOT = SPACE
               MOVE 'N' TO WRK-CODIGO-ACHADO
               PERFORM COMPARAR-CODIGO-SEGMENTO
                   VARYING SEG-IND FROM 1 BY 1
                   UNTIL SEG-IND > SEG-QTD-SEGMENTOS
               IF NOT CODIGO-ACHADO
                   MOVE 'N' TO WRK-SELECAO-OK
               END-IF
           END-IF.

       CONFERIR-CODIGO-SELECAO-EXIT.
           EXIT.

       COMPARAR-CODIGO-SEGMENTO.
           IF SEG-CODIGO(SEG-IND) = WRK-SELECAO(WRK-POS:1)
               SET CODIGO-ACHADO TO TRUE
           END-IF.

       COMPARAR-CODIGO-SEGMENTO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * OBTER-SEGMENTO-CLIENTE                                    *
      * CODIGO E DESCRICAO DO SEGMENTO CORRENTE DO CLIENTE NO     *
      * SEGCLI (BRANCO QUANDO AINDA NAO SEGMENTADO).              *
      *----------------------------------------------------------*
       OBTER-SEGMENTO-CLIENTE.
           MOVE SPACES TO WRK-SEGMENTO.
           MOVE SPACES TO WRK-SEGMENTO-DESC.
           IF SEGMENTOS-DISPONIVEIS
               MOVE REG-CPF TO SEGC-CPF
               READ SEGMENTO-CLIENTE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SEGC-SEGMENTO TO WRK-SEGMENTO
               END-READ
           END-IF.
           IF WRK-SEGMENTO NOT = SPACES
               PERFORM DESCREVER-SEGMENTO
                   VARYING SEG-IND FROM 1 BY 1
                   UNTIL SEG-IND > SEG-QTD-SEGMENTOS
           END-IF.

       OBTER-SEGMENTO-CLIENTE-EXIT.
           EXIT.

       DESCREVER-SEGMENTO.
           IF SEG-CODIGO(SEG-IND) = WRK-SEGMENTO
               MOVE SEG-DESCRICAO(SEG-IND) TO WRK-SEGMENTO-DESC
           END-IF.

       DESCREVER-SEGMENTO-EXIT.
           EXIT.

           COPY 'RUNDATEP.CPY'.
