      *MIRAR MES FECHADO E DESVIADA PARA O ARQUIVO DE RETENCAO
      *JRNHELD COM AVISO NO ENCERRAMENTO, EM VEZ DE GRAVADA -
      *RELATORIO DE EXCECAO NO JRNHLIST E LIBERACAO NO JRNHREL
      *02/05/22 KA O DEBITO DE CADA UF VAI TAMBEM PARA O ARQUIVO
      *ICMSMOV (TIPO D), BASE DO LIVRO DE APURACAO MENSAL ICMSLIVR
      *QUE COMPENSA OS CREDITOS DAS COMPRAS
      *27/05/22 KA CONTA DA LINHA DE JORNAL CONFERIDA NO
      *PLANO DE CONTAS (PLCONTAS)
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JRN-WS-RET-STATUS.

           SELECT PLANO-CONTAS ASSIGN TO "PLCONTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLC-CONTA
               FILE STATUS IS JRN-WS-PLC-STATUS.

           SELECT RELATORIO-ICMS ASSIGN TO "ICMSREL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.

           SELECT ICMS-MOVIMENTO ASSIGN TO "ICMSMOV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-IMOV-STATUS.

           SELECT RUN-STATS ASSIGN TO "RUNSTATS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATS-WS-STATUS.
       FD  JORNAL-RETIDO.
           COPY 'JRNHELD.CPY'.

       FD  PLANO-CONTAS.
           COPY 'PLCONTAS.CPY'.

       FD  RELATORIO-ICMS.
       01  LINHA-ICMS          PIC X(80).

       FD  ICMS-MOVIMENTO.
           COPY 'ICMSMOV.CPY'.

       FD  RUN-STATS.
           COPY 'RUNSTATS.CPY'.

           88 ICMS-OK VALUE '00'.
           88 ICMS-NAO-ENCONTRADA VALUE '23' '35'.
       77 WRK-REL-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-IMOV-STATUS PIC X(02) VALUE ZEROS.
           88 IMOV-NAO-ENCONTRADO VALUE '35'.

       77 WRK-DATA-REF PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-REF-ED PIC 9(04)/99/99 VALUE ZEROS.
           MOVE SPACES TO LINHA-ICMS.
           WRITE LINHA-ICMS.

           OPEN EXTEND ICMS-MOVIMENTO.
           IF IMOV-NAO-ENCONTRADO
               OPEN OUTPUT ICMS-MOVIMENTO
           END-IF.
           PERFORM APURAR-UMA-UF
               VARYING WRK-IND-UF FROM 1 BY 1
               UNTIL WRK-IND-UF > WRK-QTD-UFS.
           CLOSE ICMS-MOVIMENTO.

           MOVE SPACES TO LINHA-ICMS.
           WRITE LINHA-ICMS.
      * APURAR-UMA-UF                                             *
      * APLICA A ALIQUOTA DA UF SOBRE AS VENDAS LIQUIDAS, GRAVA   *
      * O PAR CONTABIL (DEBITO ICMS-S/VENDAS X CREDITO            *
      * ICMS-RECOLHER) E O DEBITO NO ICMSMOV E IMPRIME A LINHA    *
      * DA APURACAO.                                              *
      *----------------------------------------------------------*
       APURAR-UMA-UF.

               SET JRN-CREDITO TO TRUE
               MOVE WRK-ICMS-UF TO JRN-VALOR
               PERFORM GRAVAR-JORNAL
               SET IMOV-DEBITO TO TRUE
               MOVE WRK-DATA-REF TO IMOV-DATA
               MOVE TAB-APUR-UF(WRK-IND-UF) TO IMOV-UF
               MOVE 'VENDAS' TO IMOV-ORIGEM
               MOVE TAB-APUR-LIQUIDO(WRK-IND-UF) TO IMOV-BASE
               MOVE WRK-ICMS-UF TO IMOV-VALOR
               WRITE REG-ICMS-MOVIMENTO
           END-IF.

       APURAR-UMA-UF-EXIT.
