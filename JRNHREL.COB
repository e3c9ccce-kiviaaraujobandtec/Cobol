      *PERCTL TODO MES VALE COMO ABERTO E TUDO E LIBERADO.
      *DATA   = 12/04/22
      *HISTORICO DE ALTERACOES
      *25/05/22 KA O JRNHELDN E REGISTRADO COMO NOVA GERACAO DO
      *JRNHELD NO ARQUIVO GERACAO, COM A CONTAGEM AINDA RETIDA -
      *A PROMOCAO E FEITA PELO GERPROM NA RODADA NOTURNA, ANTES
      *DE QUALQUER PASSO ACRESCENTAR LINHAS AO JRNHELD
      *27/05/22 KA SO LIBERA A LINHA CUJA CONTA ESTEJA CADASTRADA
      *E ATIVA NO PLANO DE CONTAS (PLCONTAS) - A RETIDA POR CONTA
      *FORA DO PLANO SO SAI DEPOIS DE CADASTRADA NO PLCMNT. SEM O
      *PLANO A CONTA NAO E CONFERIDA
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS PER-ANOMES
               FILE STATUS IS WRK-PER-STATUS.

           SELECT PLANO-CONTAS ASSIGN TO "PLCONTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLC-CONTA
               FILE STATUS IS WRK-PLC-STATUS.

           SELECT REGISTRO-GERACAO ASSIGN TO "GERACAO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GER-CHAVE
               FILE STATUS IS GER-WS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JORNAL-RETIDO.
       FD  PERIODO-CONTABIL.
           COPY 'PERCTL.CPY'.

       FD  PLANO-CONTAS.
           COPY 'PLCONTAS.CPY'.

       FD  REGISTRO-GERACAO.
           COPY 'GERACAO.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'GERACAOW.CPY'.
       77  WRK-RET-STATUS PIC X(02) VALUE ZEROS.
           88 RET-OK VALUE '00'.
           88 RET-NAO-ENCONTRADO VALUE '35'.
           88 PER-ARQ-AUSENTE VALUE '23' '35'.
       77  WRK-PER-PRESENTE PIC X(01) VALUE 'N'.
           88 CONTROLE-PRESENTE VALUE 'S'.
       77  WRK-PLC-STATUS PIC X(02) VALUE ZEROS.
           88 PLC-ARQ-AUSENTE VALUE '35'.
       77  WRK-PLC-PRESENTE PIC X(01) VALUE 'N'.
           88 PLANO-PRESENTE VALUE 'S'.
       77  WRK-CONTA-VALIDA PIC X(01) VALUE 'S'.
           88 CONTA-VALIDA VALUE 'S'.
       77  WRK-RET-FIM PIC X(01) VALUE 'N'.
           88 RETIDAS-FIM VALUE 'S'.
       77  WRK-MES-ABERTO PIC X(01) VALUE 'S'.
       77  WRK-TOTAL-LIDAS PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-LIBERADAS PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-RETIDAS PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-SEM-CONTA PIC 9(07) VALUE ZEROS.
           COPY 'RUNDATE.CPY'.

       PROCEDURE DIVISION.
               ELSE
                   MOVE 'S' TO WRK-PER-PRESENTE
               END-IF
               OPEN INPUT PLANO-CONTAS
               IF PLC-ARQ-AUSENTE
                   DISPLAY 'PLANO DE CONTAS PLCONTAS AUSENTE - CONTA '
                           'NAO CONFERIDA.'
               ELSE
                   MOVE 'S' TO WRK-PLC-PRESENTE
               END-IF
               OPEN EXTEND JORNAL-EXTRATO
               IF JRN-ARQ-AUSENTE
                   OPEN OUTPUT JORNAL-EXTRATO

           ADD 1 TO WRK-TOTAL-LIDAS.
           PERFORM CONFERIR-MES-RETIDO.
           PERFORM CONFERIR-CONTA-RETIDA
               THRU CONFERIR-CONTA-RETIDA-EXIT.
           IF MES-ABERTO AND CONTA-VALIDA
               PERFORM LIBERAR-LINHA
           ELSE
               ADD 1 TO WRK-TOTAL-RETIDAS
               IF NOT CONTA-VALIDA
                   ADD 1 TO WRK-TOTAL-SEM-CONTA
               END-IF
               MOVE REG-JORNAL-RETIDO TO REG-JORNAL-RETIDO-NOVO
               WRITE REG-JORNAL-RETIDO-NOVO
           END-IF.
               IF CONTROLE-PRESENTE
                   CLOSE PERIODO-CONTABIL
               END-IF
               IF PLANO-PRESENTE
                   CLOSE PLANO-CONTAS
               END-IF
               MOVE 'JRNHELD' TO GER-WS-ARQUIVO
               MOVE 'JRNHELDN' TO GER-WS-NOVO
               MOVE WRK-TOTAL-RETIDAS TO GER-WS-CONTAGEM
               PERFORM REGISTRAR-GERACAO THRU REGISTRAR-GERACAO-EXIT
           END-IF.

           DISPLAY 'JRNHREL' '   DATA: ' RUNDATE-HOJE-ED.
           DISPLAY 'LINHAS RETIDAS LIDAS...: ' WRK-TOTAL-LIDAS.
           DISPLAY 'LIBERADAS AO JORNAL....: ' WRK-TOTAL-LIBERADAS.
           DISPLAY 'AINDA RETIDAS JRNHELDN.: ' WRK-TOTAL-RETIDAS.
           DISPLAY '  CONTA FORA DO PLANO..: ' WRK-TOTAL-SEM-CONTA.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

      *----------------------------------------------------------*
       CONFERIR-MES-RETIDO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * CONFERIR-CONTA-RETIDA                                     *
      * CONFERE NO PLANO DE CONTAS SE A CONTA DA LINHA RETIDA     *
      * ESTA CADASTRADA E ATIVA. PLANO AUSENTE NAO BLOQUEIA.      *
      *----------------------------------------------------------*
       CONFERIR-CONTA-RETIDA.
           MOVE 'S' TO WRK-CONTA-VALIDA.
           IF NOT PLANO-PRESENTE
               GO TO CONFERIR-CONTA-RETIDA-EXIT
           END-IF.
           MOVE JRH-CONTA TO PLC-CONTA.
           READ PLANO-CONTAS
               INVALID KEY
                   MOVE 'N' TO WRK-CONTA-VALIDA
               NOT INVALID KEY
                   IF NOT PLC-ATIVA
                       MOVE 'N' TO WRK-CONTA-VALIDA
                   END-IF
           END-READ.

       CONFERIR-CONTA-RETIDA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LIBERAR-LINHA                                             *
      * ACRESCENTA A LINHA RETIDA AO JORNAL-EXTRATO, PRESERVANDO  *
           EXIT.

           COPY 'RUNDATEP.CPY'.
           COPY 'GERACAOP.CPY' REPLACING ==GER-PROGRAM-ID==
               BY =='JRNHREL'==.
