       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB11F.
      **********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = KIVIA(ALURA) KIVIAAL
      *OBJETIVO: FATURAMENTO DAS MEDICOES DAS OBRAS - LE O
      *HISTORICO DE MEDICOES MEDHIST (ORDENADO POR OBRA E DATA)
      *E, PARA CADA MEDICAO DATADA, FATURA O AVANCO SOBRE O QUE
      *JA FOI FATURADO: PERCENTUAL CONCLUIDO (AREA MEDIDA X AREA
      *ORCADA DO OBRAORC, LIMITADO A 100%) X VALOR DO CONTRATO,
      *MENOS O BRUTO JA FATURADO NA OBRA. DO BRUTO SAI A
      *RETENCAO CONTRATUAL DO OBRAORC; O LIQUIDO VIRA UM
      *RECEBIVEL NO RECEB EM NOME DO CPF DO CLIENTE DO CONTRATO
      *(COBRANCA E AGING PELO PROGCOB15K/PROGCOB15L), COM
      *VENCIMENTO EM UM MES RECUADO PARA DIA UTIL. LANCA NO
      *JORNAL A RECEITA, A RETENCAO A RECEBER E O ISS (ALIQUOTA
      *DO PARAMETRO ISS-OBRA-PCT, PADRAO 5%). CADA MEDICAO
      *FATURADA FICA NO HISTORICO OBRAFAT - O MAIOR PERCENTUAL
      *FATURADO DA OBRA IMPEDE FATURAR O MESMO AVANCO DUAS
      *VEZES. OBRA SEM CONTRATO OU SEM CPF NO OBRAORC (ORCMNT)
      *E RECUSADA NO RELATORIO. FATURAS EM MEDFATUR.
      *DATA   = 17/05/22
      *HISTORICO DE ALTERACOES
      *20/05/22 KA ADITIVOS AO ORCAMENTO (OBRAADIT, ADITMNT): A
      *AREA E O VALOR DO CONTRATO PASSAM A SER OS ATUAIS
      *(ORIGINAL DO OBRAORC MAIS OS ADITIVOS APROVADOS), E A
      *FATURA MOSTRA OS ADITIVOS. COMO O ADITIVO MUDA A BASE DO
      *PERCENTUAL, A MEDICAO JA FATURADA PASSA A SER RECONHECIDA
      *PELA DATA (ATE A ULTIMA DATA FATURADA NO OBRAFAT) E O
      *AVANCO SEM BRUTO A FATURAR CONTINUA PULADO
      *27/05/22 KA CONTA DA LINHA DE JORNAL CONFERIDA NO
      *PLANO DE CONTAS (PLCONTAS)
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEDICAO-HIST ASSIGN TO "MEDHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-MED-STATUS.

           SELECT OBRA-MASTER ASSIGN TO "OBRAMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OBRA-CODIGO
               FILE STATUS IS WRK-OBRA-STATUS.

           SELECT OBRA-ORCAMENTO ASSIGN TO "OBRAORC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORC-OBRA
               FILE STATUS IS WRK-ORC-STATUS.

           SELECT FATURA-MEDICAO ASSIGN TO "OBRAFAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-CHAVE
               FILE STATUS IS WRK-FAT-STATUS.

           SELECT CONTAS-RECEBER ASSIGN TO "RECEB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-CHAVE
               FILE STATUS IS WRK-REC-STATUS.

           SELECT CADASTRO-CLIENTE ASSIGN TO "CADCLI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CPF
               FILE STATUS IS WRK-CLI-STATUS.

           SELECT CALENDARIO-UTIL ASSIGN TO "CALENDAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATA
               FILE STATUS IS CAL-WS-STATUS.

           SELECT PARAMETROS ASSIGN TO "PARAMETR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARM-CHAVE
               FILE STATUS IS PARM-WS-STATUS.

           SELECT JORNAL-EXTRATO ASSIGN TO "JRNLEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JRN-WS-STATUS.

           SELECT PERIODO-CONTABIL ASSIGN TO "PERCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-ANOMES
               FILE STATUS IS JRN-WS-PER-STATUS.

           SELECT JORNAL-RETIDO ASSIGN TO "JRNHELD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JRN-WS-RET-STATUS.

           SELECT PLANO-CONTAS ASSIGN TO "PLCONTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLC-CONTA
               FILE STATUS IS JRN-WS-PLC-STATUS.

           SELECT OBRA-ADITIVO ASSIGN TO "OBRAADIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADT-CHAVE
               FILE STATUS IS ADT-WS-STATUS.

           SELECT WRK-SORT-FILE ASSIGN TO "MEDSRT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RELATORIO-FATURA ASSIGN TO "MEDFATUR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.

           SELECT RUN-STATS ASSIGN TO "RUNSTATS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATS-WS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MEDICAO-HIST.
           COPY 'MEDHIST.CPY'.

       FD  OBRA-MASTER.
           COPY 'OBRAMST.CPY'.

       FD  OBRA-ORCAMENTO.
           COPY 'OBRAORC.CPY'.

       FD  FATURA-MEDICAO.
           COPY 'OBRAFAT.CPY'.

       FD  CONTAS-RECEBER.
           COPY 'RECEB.CPY'.

       FD  CADASTRO-CLIENTE.
           COPY 'CLIREG.CPY'.

       FD  CALENDARIO-UTIL.
           COPY 'CALREG.CPY'.

       FD  PARAMETROS.
           COPY 'PARAMETROS.CPY'.

       FD  JORNAL-EXTRATO.
           COPY 'JORNAL.CPY'.

       FD  PERIODO-CONTABIL.
           COPY 'PERCTL.CPY'.

       FD  JORNAL-RETIDO.
           COPY 'JRNHELD.CPY'.

       FD  PLANO-CONTAS.
           COPY 'PLCONTAS.CPY'.

       FD  OBRA-ADITIVO.
           COPY 'OBRAADT.CPY'.

       SD  WRK-SORT-FILE.
       01  REG-MEDICAO-SORT.
           05 SRT-DATA         PIC 9(08).
           05 SRT-OBRA         PIC 9(04).
           05 SRT-AREA         PIC 9(07)V99.

       FD  RELATORIO-FATURA.
       01  LINHA-FATURA        PIC X(80).

       FD  RUN-STATS.
           COPY 'RUNSTATS.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'CALENDW.CPY'.
           COPY 'RUNSTATSW.CPY'.
           COPY 'PARAMETROSW.CPY'.
           COPY 'JORNALW.CPY'.
           COPY 'OBRAADTW.CPY'.
       77 WRK-MED-STATUS PIC X(02) VALUE ZEROS.
           88 MED-OK VALUE '00'.
           88 MED-NAO-ENCONTRADO VALUE '35'.
       77 WRK-OBRA-STATUS PIC X(02) VALUE ZEROS.
           88 OBRA-MST-OK VALUE '00'.
           88 OBRA-MST-NAO-ENCONTRADA VALUE '23' '35'.
       77 WRK-ORC-STATUS PIC X(02) VALUE ZEROS.
           88 ORC-OK VALUE '00'.
           88 ORC-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-FAT-STATUS PIC X(02) VALUE ZEROS.
           88 FAT-OK VALUE '00'.
           88 FAT-FIM VALUE '10'.
           88 FAT-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-REC-STATUS PIC X(02) VALUE ZEROS.
           88 REC-OK VALUE '00'.
           88 REC-FIM VALUE '10'.
           88 REC-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-CLI-STATUS PIC X(02) VALUE ZEROS.
           88 CLI-OK VALUE '00'.
           88 CLI-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-CLI-ABERTO PIC X(01) VALUE 'N'.
           88 CLI-ABERTO VALUE 'S'.
       77 WRK-REL-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-FIM-SORT PIC X(01) VALUE 'N'.
           88 SORT-FIM VALUE 'S'.
       77 WRK-FIM-FATURAS PIC X(01) VALUE 'N'.
           88 FATURAS-OBRA-FIM VALUE 'S'.

      *DADOS DA OBRA CORRENTE DA ORDENACAO: CONTRATO DO OBRAORC
      *MAIS OS ADITIVOS APROVADOS E O JA FATURADO (BRUTO, MAIOR
      *PERCENTUAL E ULTIMA DATA DE MEDICAO) DO OBRAFAT
       77 WRK-OBRA-ANTERIOR PIC 9(04) VALUE 9999.
       77 WRK-AREA-ORCADA PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-CONTRATO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-RETENCAO-PCT PIC 9(02)V99 VALUE ZEROS.
       77 WRK-CPF-CLIENTE PIC 9(11) VALUE ZEROS.
       77 WRK-UF-CLIENTE PIC X(02) VALUE SPACES.
       77 WRK-JA-FATURADO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-PCT-FATURADO PIC 9(03)V99 VALUE ZEROS.
       77 WRK-DATA-FATURADA PIC 9(08) VALUE ZEROS.

      *VALORES DA MEDICAO CORRENTE
       77 WRK-PCT-CALC PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PCT PIC 9(03)V99 VALUE ZEROS.
       77 WRK-BRUTO PIC S9(09)V99 VALUE ZEROS.
       77 WRK-RETENCAO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-ISS PIC 9(09)V99 VALUE ZEROS.
       77 WRK-LIQUIDO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-ISS-PCT PIC 9(02)V99 VALUE 5,00.
       77 WRK-MOTIVO PIC X(34) VALUE SPACES.
       77 WRK-PROX-CONTRATO PIC 9(06) VALUE ZEROS.
       77 WRK-VENC PIC 9(08) VALUE ZEROS.
       77 WRK-VENC-ANO PIC 9(04) VALUE ZEROS.
       77 WRK-VENC-MES PIC 9(02) VALUE ZEROS.
       77 WRK-VENC-DIA PIC 9(02) VALUE ZEROS.

       77 WRK-QTD-MEDICOES PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-FATURADAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-JA-FATURADAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-RECUSADAS PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-BRUTO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-RETENCAO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-ISS PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-LIQUIDO PIC 9(09)V99 VALUE ZEROS.

       77 WRK-PCT-ED PIC ZZ9,99 VALUE ZEROS.
       77 WRK-PCT-ANT-ED PIC ZZ9,99 VALUE ZEROS.
       77 WRK-TAXA-ED PIC Z9,99 VALUE ZEROS.
       77 WRK-DATA-ED PIC 9(04)/99/99 VALUE ZEROS.
       77 WRK-VENC-ED PIC 9(04)/99/99 VALUE ZEROS.
           COPY 'MONEY.CPY' REPLACING ==MONEY-FIELD-NAME==
               BY ==WRK-VALOR-ED==.
           COPY 'RUNDATE.CPY'.
           COPY 'RPTHDR.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0002-INICIALIZAR.
           SORT WRK-SORT-FILE
               ON ASCENDING KEY SRT-OBRA SRT-DATA
               USING MEDICAO-HIST
               OUTPUT PROCEDURE IS 0003-FATURAR-MEDICOES.
           PERFORM 0004-FINALIZAR.

           STOP RUN.

       0002-INICIALIZAR.

           PERFORM OBTER-DATA-EXECUCAO.
           PERFORM ABRIR-CALENDARIO.

           MOVE 'ISS-OBRA-PCT' TO PARM-CODIGO.
           PERFORM LER-PARAMETRO.
           IF PARM-VALOR > ZEROS
               MOVE PARM-VALOR TO WRK-ISS-PCT
           END-IF.
           PERFORM FECHAR-PARAMETROS.

           OPEN INPUT OBRA-MASTER.
           IF OBRA-MST-NAO-ENCONTRADA
               DISPLAY 'CADASTRO DE OBRAS (OBRAMST) NAO '
                       'ENCONTRADO - CLIENTES NAO SERAO IMPRESSOS.'
           END-IF.
           OPEN INPUT OBRA-ORCAMENTO.
           IF ORC-NAO-ENCONTRADO
               DISPLAY 'ORCAMENTO DE OBRAS (OBRAORC) NAO '
                       'ENCONTRADO - NENHUMA OBRA SERA FATURADA.'
           END-IF.
           PERFORM ABRIR-ADITIVOS.
           OPEN INPUT CADASTRO-CLIENTE.
           IF CLI-OK
               SET CLI-ABERTO TO TRUE
           END-IF.

           OPEN I-O FATURA-MEDICAO.
           IF FAT-NAO-ENCONTRADO
               OPEN OUTPUT FATURA-MEDICAO
               CLOSE FATURA-MEDICAO
               OPEN I-O FATURA-MEDICAO
           END-IF.

           OPEN I-O CONTAS-RECEBER.
           IF REC-NAO-ENCONTRADO
               OPEN OUTPUT CONTAS-RECEBER
               CLOSE CONTAS-RECEBER
               OPEN I-O CONTAS-RECEBER
           END-IF.
           PERFORM OBTER-PROXIMO-CONTRATO.

           OPEN OUTPUT RELATORIO-FATURA.
           MOVE 'FATURAMENTO DAS MEDICOES DAS OBRAS' TO RPT-HDR-TITULO.
           PERFORM MONTAR-CABECALHO-RELATORIO.
           MOVE RPT-HDR-LINHA TO LINHA-FATURA.
           WRITE LINHA-FATURA.

       0003-FATURAR-MEDICOES.

           RETURN WRK-SORT-FILE
               AT END
                   SET SORT-FIM TO TRUE
           END-RETURN.
           PERFORM TRATAR-MEDICAO THRU TRATAR-MEDICAO-EXIT
               UNTIL SORT-FIM.

       0004-FINALIZAR.

           MOVE SPACES TO LINHA-FATURA.
           WRITE LINHA-FATURA.
           MOVE SPACES TO LINHA-FATURA.
           STRING 'MEDICOES LIDAS: ' DELIMITED BY SIZE
                  WRK-QTD-MEDICOES DELIMITED BY SIZE
                  '  FATURADAS: ' DELIMITED BY SIZE
                  WRK-QTD-FATURADAS DELIMITED BY SIZE
                  '  JA FATURADAS: ' DELIMITED BY SIZE
                  WRK-QTD-JA-FATURADAS DELIMITED BY SIZE
                  '  RECUSADAS: ' DELIMITED BY SIZE
                  WRK-QTD-RECUSADAS DELIMITED BY SIZE
                  INTO LINHA-FATURA.
           WRITE LINHA-FATURA.
           MOVE SPACES TO LINHA-FATURA.
           MOVE WRK-TOTAL-BRUTO TO WRK-VALOR-ED.
           STRING 'TOTAL BRUTO FATURADO......: ' DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  INTO LINHA-FATURA.
           WRITE LINHA-FATURA.
           MOVE SPACES TO LINHA-FATURA.
           MOVE WRK-TOTAL-RETENCAO TO WRK-VALOR-ED.
           STRING 'TOTAL RETENCAO CONTRATUAL.: ' DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  INTO LINHA-FATURA.
           WRITE LINHA-FATURA.
           MOVE SPACES TO LINHA-FATURA.
           MOVE WRK-TOTAL-LIQUIDO TO WRK-VALOR-ED.
           STRING 'TOTAL LIQUIDO A RECEBER...: ' DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  INTO LINHA-FATURA.
           WRITE LINHA-FATURA.
           MOVE SPACES TO LINHA-FATURA.
           MOVE WRK-TOTAL-ISS TO WRK-VALOR-ED.
           STRING 'TOTAL ISS A RECOLHER......: ' DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  INTO LINHA-FATURA.
           WRITE LINHA-FATURA.
           CLOSE RELATORIO-FATURA.

           CLOSE FATURA-MEDICAO.
           CLOSE CONTAS-RECEBER.
           IF NOT OBRA-MST-NAO-ENCONTRADA
               CLOSE OBRA-MASTER
           END-IF.
           IF NOT ORC-NAO-ENCONTRADO
               CLOSE OBRA-ORCAMENTO
           END-IF.
           IF CLI-ABERTO
               CLOSE CADASTRO-CLIENTE
           END-IF.
           PERFORM FECHAR-ADITIVOS.
           PERFORM FECHAR-CALENDARIO.
           PERFORM FECHAR-JORNAL.

           DISPLAY 'PROGCOB11F' '   DATA: ' RUNDATE-HOJE-ED.
           DISPLAY 'MEDICOES LIDAS...: ' WRK-QTD-MEDICOES.
           DISPLAY 'FATURADAS........: ' WRK-QTD-FATURADAS.
           DISPLAY 'JA FATURADAS.....: ' WRK-QTD-JA-FATURADAS.
           DISPLAY 'RECUSADAS........: ' WRK-QTD-RECUSADAS.
           DISPLAY 'FATURAS GRAVADAS EM MEDFATUR.'.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

           MOVE WRK-QTD-FATURADAS TO STATS-REGISTROS.
           PERFORM GRAVAR-RUNSTATS.

      *----------------------------------------------------------*
      * TRATAR-MEDICAO                                            *
      * MEDICAO CORRENTE DA ORDENACAO: NA TROCA DE OBRA CARREGA O *
      * CONTRATO E O JA FATURADO; DEPOIS FATURA O AVANCO DA       *
      * MEDICAO, SE HOUVER, E LE A PROXIMA.                       *
      *----------------------------------------------------------*
       TRATAR-MEDICAO.

           IF SRT-OBRA NOT = WRK-OBRA-ANTERIOR
               MOVE SRT-OBRA TO WRK-OBRA-ANTERIOR
               PERFORM CARREGAR-OBRA THRU CARREGAR-OBRA-EXIT
           END-IF.

           ADD 1 TO WRK-QTD-MEDICOES.
           PERFORM CALCULAR-MEDICAO THRU CALCULAR-MEDICAO-EXIT.
           IF WRK-MOTIVO = SPACES
               PERFORM FATURAR-MEDICAO THRU FATURAR-MEDICAO-EXIT
           END-IF.

           RETURN WRK-SORT-FILE
               AT END
                   SET SORT-FIM TO TRUE
           END-RETURN.

       TRATAR-MEDICAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * CARREGAR-OBRA                                             *
      * CLIENTE E ENDERECO DO OBRAMST, CONTRATO DO OBRAORC, UF DO *
      * CLIENTE NO CADCLI (FERIADO LOCAL DO VENCIMENTO) E O JA    *
      * FATURADO DA OBRA NO HISTORICO OBRAFAT.                    *
      *----------------------------------------------------------*
       CARREGAR-OBRA.

           MOVE SPACES TO OBRA-CLIENTE.
           MOVE SPACES TO OBRA-ENDERECO.
           IF NOT OBRA-MST-NAO-ENCONTRADA
               MOVE SRT-OBRA TO OBRA-CODIGO
               READ OBRA-MASTER
                   INVALID KEY
                       MOVE SPACES TO OBRA-CLIENTE
                       MOVE SPACES TO OBRA-ENDERECO
               END-READ
           END-IF.

           MOVE ZEROS TO WRK-AREA-ORCADA.
           MOVE ZEROS TO WRK-VALOR-CONTRATO.
           MOVE ZEROS TO WRK-RETENCAO-PCT.
           MOVE ZEROS TO WRK-CPF-CLIENTE.
           IF NOT ORC-NAO-ENCONTRADO
               MOVE SRT-OBRA TO ORC-OBRA
               READ OBRA-ORCAMENTO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ORC-AREA TO WRK-AREA-ORCADA
                       MOVE ORC-VALOR-CONTRATO TO WRK-VALOR-CONTRATO
                       MOVE ORC-RETENCAO-PCT TO WRK-RETENCAO-PCT
                       MOVE ORC-CPF-CLIENTE TO WRK-CPF-CLIENTE
               END-READ
           END-IF.
           MOVE SRT-OBRA TO ADT-WS-OBRA.
           PERFORM SOMAR-ADITIVOS-OBRA THRU SOMAR-ADITIVOS-OBRA-EXIT.
           IF WRK-AREA-ORCADA > ZEROS
               ADD ADT-WS-AREA-APROV TO WRK-AREA-ORCADA
           END-IF.
           IF WRK-VALOR-CONTRATO > ZEROS
               ADD ADT-WS-VALOR-APROV TO WRK-VALOR-CONTRATO
           END-IF.

           MOVE SPACES TO WRK-UF-CLIENTE.
           IF CLI-ABERTO AND WRK-CPF-CLIENTE > ZEROS
               MOVE WRK-CPF-CLIENTE TO REG-CPF
               READ CADASTRO-CLIENTE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE REG-UF TO WRK-UF-CLIENTE
               END-READ
           END-IF.

           MOVE ZEROS TO WRK-JA-FATURADO.
           MOVE ZEROS TO WRK-PCT-FATURADO.
           MOVE ZEROS TO WRK-DATA-FATURADA.
           MOVE 'N' TO WRK-FIM-FATURAS.
           MOVE SRT-OBRA TO FAT-OBRA.
           MOVE ZEROS TO FAT-DATA-MEDICAO.
           START FATURA-MEDICAO KEY IS NOT < FAT-CHAVE
               INVALID KEY
                   SET FATURAS-OBRA-FIM TO TRUE
           END-START.
           PERFORM SOMAR-FATURA-OBRA UNTIL FATURAS-OBRA-FIM.

       CARREGAR-OBRA-EXIT.
           EXIT.

       SOMAR-FATURA-OBRA.
           READ FATURA-MEDICAO NEXT RECORD
               AT END
                   SET FATURAS-OBRA-FIM TO TRUE
           END-READ.
           IF NOT FATURAS-OBRA-FIM
               IF FAT-OBRA NOT = SRT-OBRA
                   SET FATURAS-OBRA-FIM TO TRUE
               ELSE
                   ADD FAT-VALOR-BRUTO TO WRK-JA-FATURADO
                   IF FAT-PCT-ACUMULADO > WRK-PCT-FATURADO
                       MOVE FAT-PCT-ACUMULADO TO WRK-PCT-FATURADO
                   END-IF
                   IF FAT-DATA-MEDICAO > WRK-DATA-FATURADA
                       MOVE FAT-DATA-MEDICAO TO WRK-DATA-FATURADA
                   END-IF
               END-IF
           END-IF.

       SOMAR-FATURA-OBRA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * CALCULAR-MEDICAO                                          *
      * PERCENTUAL CONCLUIDO DA MEDICAO E VALORES A FATURAR.      *
      * MEDICAO ATE A ULTIMA DATA FATURADA OU SEM BRUTO A FATURAR *
      * E PULADA; OBRA SEM CONTRATO, SEM CPF OU COM               *
      * LIQUIDO ACIMA DO LIMITE DO RECEB E RECUSADA. O MOTIVO     *
      * VOLTA EM WRK-MOTIVO (BRANCO = FATURAR).                   *
      *----------------------------------------------------------*
       CALCULAR-MEDICAO.

           MOVE SPACES TO WRK-MOTIVO.
           MOVE ZEROS TO WRK-PCT.
           IF WRK-AREA-ORCADA > ZEROS
               COMPUTE WRK-PCT-CALC ROUNDED =
                   SRT-AREA / WRK-AREA-ORCADA * 100
               IF WRK-PCT-CALC > 100
                   MOVE 100 TO WRK-PCT
               ELSE
                   MOVE WRK-PCT-CALC TO WRK-PCT
               END-IF
           END-IF.

           IF SRT-DATA NOT > WRK-DATA-FATURADA
               ADD 1 TO WRK-QTD-JA-FATURADAS
               MOVE 'JA FATURADO' TO WRK-MOTIVO
               GO TO CALCULAR-MEDICAO-EXIT
           END-IF.

           IF WRK-VALOR-CONTRATO = ZEROS
               MOVE 'RECUSADA (OBRA SEM CONTRATO): '
                   TO WRK-MOTIVO
               GO TO CALCULAR-MEDICAO-RECUSA
           END-IF.
           IF WRK-CPF-CLIENTE = ZEROS
               MOVE 'RECUSADA (CONTRATO SEM CPF): '
                   TO WRK-MOTIVO
               GO TO CALCULAR-MEDICAO-RECUSA
           END-IF.

           IF WRK-PCT = 100
               COMPUTE WRK-BRUTO =
                   WRK-VALOR-CONTRATO - WRK-JA-FATURADO
           ELSE
               COMPUTE WRK-BRUTO ROUNDED =
                   WRK-VALOR-CONTRATO * WRK-PCT / 100
                   - WRK-JA-FATURADO
           END-IF.
           IF WRK-BRUTO NOT > ZEROS
               ADD 1 TO WRK-QTD-JA-FATURADAS
               MOVE 'JA FATURADO' TO WRK-MOTIVO
               GO TO CALCULAR-MEDICAO-EXIT
           END-IF.

           COMPUTE WRK-RETENCAO ROUNDED =
               WRK-BRUTO * WRK-RETENCAO-PCT / 100.
           COMPUTE WRK-ISS ROUNDED = WRK-BRUTO * WRK-ISS-PCT / 100.
           COMPUTE WRK-LIQUIDO = WRK-BRUTO - WRK-RETENCAO.
           IF WRK-LIQUIDO > 9999999,99
               MOVE 'RECUSADA (LIQUIDO ACIMA DO RECEB): '
                   TO WRK-MOTIVO
               GO TO CALCULAR-MEDICAO-RECUSA
           END-IF.
           GO TO CALCULAR-MEDICAO-EXIT.

       CALCULAR-MEDICAO-RECUSA.
           ADD 1 TO WRK-QTD-RECUSADAS.
           MOVE SRT-DATA TO WRK-DATA-ED.
           MOVE WRK-PCT TO WRK-PCT-ED.
           MOVE SPACES TO LINHA-FATURA.
           STRING WRK-MOTIVO DELIMITED BY SIZE
                  'OBRA ' DELIMITED BY SIZE
                  SRT-OBRA DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-DATA-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-PCT-ED DELIMITED BY SIZE
                  '%' DELIMITED BY SIZE
                  INTO LINHA-FATURA.
           WRITE LINHA-FATURA.

       CALCULAR-MEDICAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * FATURAR-MEDICAO                                           *
      * GRAVA O RECEBIVEL DO LIQUIDO, AS LINHAS DE JORNAL E O     *
      * HISTORICO OBRAFAT DA MEDICAO E IMPRIME A FATURA.          *
      *----------------------------------------------------------*
       FATURAR-MEDICAO.

           PERFORM CALCULAR-VENCIMENTO THRU CALCULAR-VENCIMENTO-EXIT.

           MOVE WRK-PROX-CONTRATO TO REC-CONTRATO.
           MOVE 1 TO REC-PARCELA.
           MOVE WRK-CPF-CLIENTE TO REC-CPF.
           MOVE ZEROS TO REC-VENDEDOR.
           MOVE RUNDATE-HOJE TO REC-DATA-VENDA.
           MOVE 1 TO REC-QTD-PARCELAS.
           MOVE WRK-VENC TO REC-VENCIMENTO.
           MOVE WRK-LIQUIDO TO REC-VALOR.
           SET REC-ABERTA TO TRUE.
           MOVE ZEROS TO REC-DATA-PGTO.
           MOVE ZEROS TO REC-TAXA-MENSAL.
           MOVE ZEROS TO REC-VALOR-JUROS.
           MOVE REC-VALOR TO REC-SALDO.
           MOVE ZEROS TO REC-VALOR-PAGO.
           MOVE ZEROS TO REC-ENCARGOS.
           MOVE ZEROS TO REC-CONTRATO-ORIGEM.
           MOVE ZEROS TO REC-NOSSO-NUMERO.
           WRITE REG-RECEBIVEL
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR RECEBIVEL ' REC-CONTRATO
                           ' - STATUS: ' WRK-REC-STATUS
                   ADD 1 TO WRK-QTD-RECUSADAS
                   GO TO FATURAR-MEDICAO-EXIT
           END-WRITE.

           MOVE SRT-OBRA TO FAT-OBRA.
           MOVE SRT-DATA TO FAT-DATA-MEDICAO.
           MOVE RUNDATE-HOJE TO FAT-DATA-FATURA.
           MOVE WRK-PCT TO FAT-PCT-ACUMULADO.
           MOVE WRK-BRUTO TO FAT-VALOR-BRUTO.
           MOVE WRK-RETENCAO TO FAT-RETENCAO.
           MOVE WRK-ISS TO FAT-ISS.
           MOVE WRK-LIQUIDO TO FAT-VALOR-LIQUIDO.
           MOVE WRK-PROX-CONTRATO TO FAT-CONTRATO-REC.
           WRITE REG-FATURA-MEDICAO
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR OBRAFAT ' FAT-CHAVE
                           ' - STATUS: ' WRK-FAT-STATUS
           END-WRITE.

           PERFORM LANCAR-JORNAL-FATURA.
           PERFORM IMPRIMIR-FATURA.

           ADD WRK-BRUTO TO WRK-JA-FATURADO.
           MOVE WRK-PCT TO WRK-PCT-FATURADO.
           MOVE SRT-DATA TO WRK-DATA-FATURADA.
           ADD 1 TO WRK-QTD-FATURADAS.
           ADD WRK-BRUTO TO WRK-TOTAL-BRUTO.
           ADD WRK-RETENCAO TO WRK-TOTAL-RETENCAO.
           ADD WRK-ISS TO WRK-TOTAL-ISS.
           ADD WRK-LIQUIDO TO WRK-TOTAL-LIQUIDO.
           ADD 1 TO WRK-PROX-CONTRATO.

       FATURAR-MEDICAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LANCAR-JORNAL-FATURA                                      *
      * RECEITA DA MEDICAO PELO BRUTO: LIQUIDO EM CLIENTES A      *
      * RECEBER E RETENCAO CONTRATUAL A RECEBER NO FIM DA OBRA;   *
      * ISS DA MEDICAO PROVISIONADO A RECOLHER. O LOTE DAS        *
      * LINHAS E O CONTRATO GERADO NO RECEB.                      *
      *----------------------------------------------------------*
       LANCAR-JORNAL-FATURA.

           MOVE WRK-PROX-CONTRATO TO JRN-LOTE.
           MOVE SPACES TO JRN-HISTORICO.
           STRING 'FATURA MEDICAO OBRA ' DELIMITED BY SIZE
                  SRT-OBRA DELIMITED BY SIZE
                  INTO JRN-HISTORICO.
           MOVE WRK-LIQUIDO TO JRN-VALOR.
           MOVE 'CLIENTES-REC' TO JRN-CONTA.
           SET JRN-DEBITO TO TRUE.
           PERFORM GRAVAR-JORNAL.
           MOVE 'RECEITA-OBRA' TO JRN-CONTA.
           SET JRN-CREDITO TO TRUE.
           PERFORM GRAVAR-JORNAL.

           IF WRK-RETENCAO > ZEROS
               MOVE SPACES TO JRN-HISTORICO
               STRING 'RETENCAO CONTRATUAL OBRA ' DELIMITED BY SIZE
                      SRT-OBRA DELIMITED BY SIZE
                      INTO JRN-HISTORICO
               MOVE WRK-RETENCAO TO JRN-VALOR
               MOVE 'RETENCAO-REC' TO JRN-CONTA
               SET JRN-DEBITO TO TRUE
               PERFORM GRAVAR-JORNAL
               MOVE 'RECEITA-OBRA' TO JRN-CONTA
               SET JRN-CREDITO TO TRUE
               PERFORM GRAVAR-JORNAL
           END-IF.

           IF WRK-ISS > ZEROS
               MOVE SPACES TO JRN-HISTORICO
               STRING 'ISS FATURA MEDICAO OBRA ' DELIMITED BY SIZE
                      SRT-OBRA DELIMITED BY SIZE
                      INTO JRN-HISTORICO
               MOVE WRK-ISS TO JRN-VALOR
               MOVE 'ISS-SERVICOS' TO JRN-CONTA
               SET JRN-DEBITO TO TRUE
               PERFORM GRAVAR-JORNAL
               MOVE 'ISS-A-PAGAR' TO JRN-CONTA
               SET JRN-CREDITO TO TRUE
               PERFORM GRAVAR-JORNAL
           END-IF.

       LANCAR-JORNAL-FATURA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * IMPRIMIR-FATURA                                           *
      * BLOCO DA FATURA DE MEDICAO: CLIENTE E ENDERECO DA OBRA,   *
      * AVANCO FATURADO, VALORES E O RECEBIVEL GERADO.            *
      *----------------------------------------------------------*
       IMPRIMIR-FATURA.

           MOVE SPACES TO LINHA-FATURA.
           WRITE LINHA-FATURA.
           MOVE SPACES TO LINHA-FATURA.
           STRING 'FATURA DE MEDICAO - OBRA ' DELIMITED BY SIZE
                  SRT-OBRA DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  OBRA-CLIENTE DELIMITED BY SIZE
                  INTO LINHA-FATURA.
           WRITE LINHA-FATURA.
           MOVE SPACES TO LINHA-FATURA.
           STRING '  ENDERECO DA OBRA: ' DELIMITED BY SIZE
                  OBRA-ENDERECO DELIMITED BY SIZE
                  '  CPF ' DELIMITED BY SIZE
                  WRK-CPF-CLIENTE DELIMITED BY SIZE
                  INTO LINHA-FATURA.
           WRITE LINHA-FATURA.

           MOVE SRT-DATA TO WRK-DATA-ED.
           MOVE WRK-PCT TO WRK-PCT-ED.
           MOVE WRK-PCT-FATURADO TO WRK-PCT-ANT-ED.
           MOVE SPACES TO LINHA-FATURA.
           STRING '  MEDICAO DE ' DELIMITED BY SIZE
                  WRK-DATA-ED DELIMITED BY SIZE
                  '  CONCLUIDO ' DELIMITED BY SIZE
                  WRK-PCT-ED DELIMITED BY SIZE
                  '%  JA FATURADO ' DELIMITED BY SIZE
                  WRK-PCT-ANT-ED DELIMITED BY SIZE
                  '%' DELIMITED BY SIZE
                  INTO LINHA-FATURA.
           WRITE LINHA-FATURA.

           MOVE SPACES TO LINHA-FATURA.
           MOVE WRK-VALOR-CONTRATO TO WRK-VALOR-ED.
           STRING '  VALOR DO CONTRATO........: ' DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  INTO LINHA-FATURA.
           WRITE LINHA-FATURA.
           IF ADT-WS-QTD-APROV > ZEROS
               MOVE SPACES TO LINHA-FATURA
               MOVE ADT-WS-VALOR-APROV TO WRK-VALOR-ED
               STRING '  (INCLUI ADITIVOS)........: '
                          DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      ' (' DELIMITED BY SIZE
                      ADT-WS-QTD-APROV DELIMITED BY SIZE
                      ' APROVADOS)' DELIMITED BY SIZE
                      INTO LINHA-FATURA
               WRITE LINHA-FATURA
           END-IF.
           MOVE SPACES TO LINHA-FATURA.
           MOVE WRK-BRUTO TO WRK-VALOR-ED.
           STRING '  VALOR DESTA MEDICAO......: ' DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  INTO LINHA-FATURA.
           WRITE LINHA-FATURA.
           MOVE SPACES TO LINHA-FATURA.
           MOVE WRK-RETENCAO TO WRK-VALOR-ED.
           MOVE WRK-RETENCAO-PCT TO WRK-TAXA-ED.
           STRING '  (-) RETENCAO CONTRATUAL..: ' DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  ' (' DELIMITED BY SIZE
                  WRK-TAXA-ED DELIMITED BY SIZE
                  '%)' DELIMITED BY SIZE
                  INTO LINHA-FATURA.
           WRITE LINHA-FATURA.
           MOVE SPACES TO LINHA-FATURA.
           MOVE WRK-LIQUIDO TO WRK-VALOR-ED.
           STRING '  LIQUIDO A RECEBER........: ' DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  INTO LINHA-FATURA.
           WRITE LINHA-FATURA.
           MOVE SPACES TO LINHA-FATURA.
           MOVE WRK-ISS TO WRK-VALOR-ED.
           MOVE WRK-ISS-PCT TO WRK-TAXA-ED.
           STRING '  ISS SOBRE A MEDICAO......: ' DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  ' (' DELIMITED BY SIZE
                  WRK-TAXA-ED DELIMITED BY SIZE
                  '%)' DELIMITED BY SIZE
                  INTO LINHA-FATURA.
           WRITE LINHA-FATURA.
           MOVE SPACES TO LINHA-FATURA.
           MOVE WRK-VENC TO WRK-VENC-ED.
           STRING '  VENCIMENTO ' DELIMITED BY SIZE
                  WRK-VENC-ED DELIMITED BY SIZE
                  '  CONTRATO NO RECEB ' DELIMITED BY SIZE
                  WRK-PROX-CONTRATO DELIMITED BY SIZE
                  INTO LINHA-FATURA.
           WRITE LINHA-FATURA.

       IMPRIMIR-FATURA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * CALCULAR-VENCIMENTO                                       *
      * VENCIMENTO DA FATURA: MESMO DIA (LIMITADO A 28) DO MES    *
      * SEGUINTE AO FATURAMENTO, RECUADO PARA O DIA UTIL ANTERIOR *
      * (FERIADO LOCAL PELA UF DO CLIENTE NO CADCLI).             *
      *----------------------------------------------------------*
       CALCULAR-VENCIMENTO.

           COMPUTE WRK-VENC-ANO = RUNDATE-HOJE / 10000.
           COMPUTE WRK-VENC-MES =
               FUNCTION MOD(RUNDATE-HOJE / 100, 100).
           COMPUTE WRK-VENC-DIA = FUNCTION MOD(RUNDATE-HOJE, 100).
           IF WRK-VENC-DIA > 28
               MOVE 28 TO WRK-VENC-DIA
           END-IF.
           ADD 1 TO WRK-VENC-MES.
           IF WRK-VENC-MES > 12
               MOVE 1 TO WRK-VENC-MES
               ADD 1 TO WRK-VENC-ANO
           END-IF.
           COMPUTE WRK-VENC = WRK-VENC-ANO * 10000
               + WRK-VENC-MES * 100 + WRK-VENC-DIA.

           MOVE WRK-UF-CLIENTE TO CAL-WS-UF.
           MOVE SPACES TO CAL-WS-FILIAL.
           MOVE WRK-VENC TO CAL-WS-DATA-TESTE.
           PERFORM VALIDAR-DATA-UTIL.
           IF CAL-DATA-NAO-UTIL
               MOVE WRK-VENC TO CAL-WS-DATA-TESTE
               PERFORM OBTER-DIA-UTIL-ANTERIOR
               MOVE CAL-WS-DATA-ANT TO WRK-VENC
           END-IF.

       CALCULAR-VENCIMENTO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * OBTER-PROXIMO-CONTRATO                                    *
      * VARRE O ARQUIVO DE RECEBIVEIS E DEIXA EM                  *
      * WRK-PROX-CONTRATO O PROXIMO NUMERO LIVRE.                 *
      *----------------------------------------------------------*
       OBTER-PROXIMO-CONTRATO.

           MOVE ZEROS TO WRK-PROX-CONTRATO.
           MOVE ZEROS TO REC-CONTRATO.
           MOVE ZEROS TO REC-PARCELA.
           START CONTAS-RECEBER KEY IS NOT < REC-CHAVE
               INVALID KEY
                   SET REC-FIM TO TRUE
           END-START.
           PERFORM VARRER-ULTIMO-CONTRATO UNTIL REC-FIM.
           ADD 1 TO WRK-PROX-CONTRATO.
           MOVE ZEROS TO WRK-REC-STATUS.

       OBTER-PROXIMO-CONTRATO-EXIT.
           EXIT.

       VARRER-ULTIMO-CONTRATO.
           READ CONTAS-RECEBER NEXT RECORD
               AT END
                   SET REC-FIM TO TRUE
           END-READ.
           IF NOT REC-FIM
               MOVE REC-CONTRATO TO WRK-PROX-CONTRATO
           END-IF.

       VARRER-ULTIMO-CONTRATO-EXIT.
           EXIT.

           COPY 'RUNDATEP.CPY'.
           COPY 'RPTHDRP.CPY'.
           COPY 'CALENDP.CPY'.
           COPY 'OBRAADTP.CPY'.
           COPY 'PARAMETROSP.CPY'.
           COPY 'JORNALP.CPY' REPLACING ==JRN-PROGRAM-ID==
               BY =='PROGCOB11F'==.
           COPY 'RUNSTATSP.CPY' REPLACING ==STATS-PROGRAM-ID==
               BY =='PROGCOB11F'==.
