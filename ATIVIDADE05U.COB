      *COMO NO PERMNT) - ANTES O AVISO DE USO SUPERVISIONADO
      *ERA SO AVISO; SEM O NIVEL, SOBRA A LISTAGEM E A TAXA E
      *MANTIDA NA QUARENTENA
      *07/05/22 KA DEPOIS DAS TAXAS DE MERCADO, PASSA PELA
      *QUARENTENA DA SERIE DIARIA DO CDI (CDIHELD, GERADO PELA
      *IMPORTACAO ATIVIDADE05N) COM AS MESMAS OPCOES E A MESMA
      *EXIGENCIA DE SUPERVISOR: O DIA LIBERADO ENTRA NA SERIE
      *CDIDIA E OS MANTIDOS VAO PARA A NOVA GERACAO CDIHELDN
      *25/05/22 KA TAXAHELDN E CDIHELDN SAO REGISTRADOS COMO
      *NOVAS GERACOES NO ARQUIVO GERACAO, CADA UM COM A SUA
      *CONTAGEM DE MANTIDAS - A PROMOCAO E FEITA PELO GERPROM NA
      *RODADA NOTURNA
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SES-WS-STATUS.

           SELECT CDI-RETIDOS ASSIGN TO "CDIHELD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-CDIH-STATUS.

           SELECT CDI-RETIDOS-NOVO ASSIGN TO "CDIHELDN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-NOVO-STATUS.

           SELECT CDI-DIARIO ASSIGN TO "CDIDIA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CDI-DATA
               FILE STATUS IS WRK-CDI-STATUS.

           SELECT REGISTRO-GERACAO ASSIGN TO "GERACAO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GER-CHAVE
               FILE STATUS IS GER-WS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TAXAS-RETIDAS.
       FD  OPERADOR-MASTER.
           COPY 'OPERMST.CPY'.

       FD  CDI-RETIDOS.
           COPY 'CDIHELD.CPY'.

       FD  CDI-RETIDOS-NOVO.
       01  REG-CDI-RETIDO-NOVO PIC X(19).

       FD  CDI-DIARIO.
           COPY 'CDIDIA.CPY'.

       FD  REGISTRO-GERACAO.
           COPY 'GERACAO.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'AUDITWS.CPY'.
           COPY 'OPERSESW.CPY'.
           COPY 'GERACAOW.CPY'.
       77 WRK-HELD-STATUS PIC X(02) VALUE ZEROS.
           88 HELD-OK VALUE '00'.
           88 HELD-FIM VALUE '10'.
       77 WRK-QTD-LIBERADAS PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-REJEITADAS PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-MANTIDAS PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-CDI-MANTIDOS PIC 9(04) VALUE ZEROS.

      *QUARENTENA DA SERIE DIARIA DO CDI
       77 WRK-CDIH-STATUS PIC X(02) VALUE ZEROS.
           88 CDIH-OK VALUE '00'.
           88 CDIH-FIM VALUE '10'.
           88 CDIH-NAO-ENCONTRADO VALUE '35'.
       77 WRK-CDI-STATUS PIC X(02) VALUE ZEROS.
           88 CDI-OK VALUE '00'.
           88 CDI-NAO-ENCONTRADO VALUE '23' '35'.
           COPY 'RUNDATE.CPY'.

       PROCEDURE DIVISION.

           PERFORM 0002-INICIALIZAR.
           PERFORM 0003-PROCESSAR UNTIL HELD-FIM.
           PERFORM LIBERAR-CDI-RETIDOS THRU LIBERAR-CDI-RETIDOS-EXIT.
           PERFORM 0004-FINALIZAR.

           STOP RUN.
               CLOSE TAXAS-RETIDAS
               CLOSE RETIDAS-NOVO
               CLOSE TAXAS-MERCADO
               MOVE 'TAXAHELD' TO GER-WS-ARQUIVO
               MOVE 'TAXAHELDN' TO GER-WS-NOVO
               COMPUTE GER-WS-CONTAGEM =
                   WRK-QTD-MANTIDAS - WRK-QTD-CDI-MANTIDOS
               PERFORM REGISTRAR-GERACAO THRU REGISTRAR-GERACAO-EXIT
           END-IF.
           PERFORM FECHAR-AUDITORIA.
           DISPLAY 'TAXAS LIBERADAS..: ' WRK-QTD-LIBERADAS.
           DISPLAY 'TAXAS REJEITADAS.: ' WRK-QTD-REJEITADAS.
           DISPLAY 'TAXAS MANTIDAS...: ' WRK-QTD-MANTIDAS.
           DISPLAY 'NOVA GERACAO GRAVADA EM TAXAHELDN - A PROMOCAO '
                   'PARA O PROXIMO CICLO E FEITA PELO GERPROM.'.
           IF NOT CDIH-NAO-ENCONTRADO
               DISPLAY 'NOVA GERACAO DO CDI GRAVADA EM CDIHELDN - A '
                       'PROMOCAO E FEITA PELO GERPROM.'
           END-IF.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

      *----------------------------------------------------------*
       LIBERAR-TAXA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LIBERAR-CDI-RETIDOS                                       *
      * PASSA PELA QUARENTENA DA SERIE DIARIA DO CDI (CDIHELD)    *
      * COM AS MESMAS OPCOES DAS TAXAS DE MERCADO: O DIA LIBERADO *
      * ENTRA NA SERIE CDIDIA, O REJEITADO E DESCARTADO E O       *
      * MANTIDO VAI PARA A NOVA GERACAO CDIHELDN.                 *
      *----------------------------------------------------------*
       LIBERAR-CDI-RETIDOS.

           OPEN INPUT CDI-RETIDOS.
           IF CDIH-NAO-ENCONTRADO
               DISPLAY 'QUARENTENA DO CDI (CDIHELD) VAZIA OU '
                       'INEXISTENTE.'
               GO TO LIBERAR-CDI-RETIDOS-EXIT
           END-IF.
           OPEN OUTPUT CDI-RETIDOS-NOVO.
           OPEN I-O CDI-DIARIO.
           IF CDI-NAO-ENCONTRADO
               OPEN OUTPUT CDI-DIARIO
               CLOSE CDI-DIARIO
               OPEN I-O CDI-DIARIO
           END-IF.
           READ CDI-RETIDOS
               AT END
                   SET CDIH-FIM TO TRUE
           END-READ.
           PERFORM PROCESSAR-CDI-RETIDO UNTIL CDIH-FIM.
           CLOSE CDI-RETIDOS.
           CLOSE CDI-RETIDOS-NOVO.
           CLOSE CDI-DIARIO.
           MOVE 'CDIHELD' TO GER-WS-ARQUIVO.
           MOVE 'CDIHELDN' TO GER-WS-NOVO.
           MOVE WRK-QTD-CDI-MANTIDOS TO GER-WS-CONTAGEM.
           PERFORM REGISTRAR-GERACAO THRU REGISTRAR-GERACAO-EXIT.

       LIBERAR-CDI-RETIDOS-EXIT.
           EXIT.

       PROCESSAR-CDI-RETIDO.

           MOVE CDIH-VALOR TO WRK-TAXA-ED.
           MOVE CDIH-VALOR-ANT TO WRK-TAXA-ANT-ED.
           DISPLAY '----------------------------------------'.
           DISPLAY 'CDI DO DIA ' CDIH-DATA ' MOTIVO ' CDIH-MOTIVO.
           DISPLAY 'TAXA RECEBIDA (% A.A.): ' WRK-TAXA-ED
                   '  DIA ANTERIOR: ' WRK-TAXA-ANT-ED.
           DISPLAY 'OPCAO: L=LIBERAR  R=REJEITAR  M=MANTER RETIDA'.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           IF (OPCAO-LIBERAR OR OPCAO-REJEITAR)
               AND NOT ACESSO-SUPERVISOR
               DISPLAY 'ACAO RESTRITA A SUPERVISOR - TAXA MANTIDA '
                       'NA QUARENTENA.'
               MOVE 'M' TO WRK-OPCAO
           END-IF.
           EVALUATE TRUE
               WHEN OPCAO-LIBERAR
                   PERFORM LIBERAR-CDI
               WHEN OPCAO-REJEITAR
                   ADD 1 TO WRK-QTD-REJEITADAS
                   MOVE 'CDI-REJEITADO' TO AUD-CAMPO
                   MOVE REG-CDI-RETIDO TO AUD-VALOR
                   PERFORM GRAVAR-AUDITORIA
                   DISPLAY 'TAXA REJEITADA E DESCARTADA.'
               WHEN OTHER
                   ADD 1 TO WRK-QTD-MANTIDAS
                   ADD 1 TO WRK-QTD-CDI-MANTIDOS
                   WRITE REG-CDI-RETIDO-NOVO FROM REG-CDI-RETIDO
                   DISPLAY 'TAXA MANTIDA NA QUARENTENA.'
           END-EVALUATE.

           READ CDI-RETIDOS
               AT END
                   SET CDIH-FIM TO TRUE
           END-READ.

       PROCESSAR-CDI-RETIDO-EXIT.
           EXIT.

       LIBERAR-CDI.

           MOVE 'N' TO WRK-REG-EXISTE.
           MOVE CDIH-DATA TO CDI-DATA.
           READ CDI-DIARIO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-REG-EXISTE
           END-READ.
           MOVE CDIH-DATA TO CDI-DATA.
           MOVE CDIH-VALOR TO CDI-TAXA-ANO.
           IF TAXA-JA-CADASTRADA
               REWRITE REG-CDI
           ELSE
               WRITE REG-CDI
           END-IF.
           ADD 1 TO WRK-QTD-LIBERADAS.
           MOVE 'CDI-LIBERADO' TO AUD-CAMPO.
           MOVE REG-CDI-RETIDO TO AUD-VALOR.
           PERFORM GRAVAR-AUDITORIA.
           DISPLAY 'TAXA LIBERADA PARA A SERIE CDIDIA.'.

       LIBERAR-CDI-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * CONFERIR-SUPERVISOR                                       *
      * IDENTIFICA O OPERADOR ASSINADO NO MENU-PRINCIPAL (ARQUIVO *
           COPY 'AUDITPRC.CPY' REPLACING ==AUD-PROGRAM-ID==
               BY =='ATIVIDADE05U'==.
           COPY 'RUNDATEP.CPY'.
           COPY 'GERACAOP.CPY' REPLACING ==GER-PROGRAM-ID==
               BY =='ATIVIDADE05U'==.
