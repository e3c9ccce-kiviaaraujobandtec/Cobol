      *SEM RETORNO, PARA O JOB DIARIO ACUSAR A PENDENCIA.
      *DATA   = 13/04/22
      *HISTORICO DE ALTERACOES
      *25/05/22 KA O JRNPENDN E REGISTRADO COMO NOVA GERACAO DO
      *JRNPEND NO ARQUIVO GERACAO, COM A CONTAGEM DE REJEITADAS
      *MAIS SEM RETORNO - A PROMOCAO E FEITA PELO GERPROM NA
      *RODADA NOTURNA
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.

           SELECT REGISTRO-GERACAO ASSIGN TO "GERACAO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GER-CHAVE
               FILE STATUS IS GER-WS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JORNAL-EXTRATO.
       FD  RELATORIO-CONCILIACAO.
       01  LINHA-CONCILIACAO   PIC X(110).

       FD  REGISTRO-GERACAO.
           COPY 'GERACAO.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'GERACAOW.CPY'.
       77  WRK-JRN-STATUS PIC X(02) VALUE ZEROS.
           88 JRN-ARQ-OK VALUE '00'.
           88 JRN-ARQ-AUSENTE VALUE '35'.
               CLOSE JORNAL-PENDENTE
           END-IF.
           CLOSE JORNAL-PENDENTE-NOVO.
           MOVE 'JRNPEND' TO GER-WS-ARQUIVO.
           MOVE 'JRNPENDN' TO GER-WS-NOVO.
           COMPUTE GER-WS-CONTAGEM =
               WRK-TOTAL-REJEITADAS + WRK-TOTAL-SEM-RETORNO.
           PERFORM REGISTRAR-GERACAO THRU REGISTRAR-GERACAO-EXIT.

           DISPLAY 'JRNRECON' '   DATA: ' RUNDATE-HOJE-ED.
           DISPLAY 'LINHAS ENVIADAS.....: ' WRK-TOTAL-ENVIADAS.
           DISPLAY 'RELATORIO GRAVADO EM GLRECREL.'.
           IF WRK-TOTAL-REJEITADAS > ZEROS
               OR WRK-TOTAL-SEM-RETORNO > ZEROS
               DISPLAY 'PENDENCIAS REGRAVADAS EM JRNPENDN, '
                       'REGISTRADO PARA PROMOCAO NO GERACAO.'
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

           COPY 'RPTHDRP.CPY'.
           COPY 'RUNDATEP.CPY'.
           COPY 'GERACAOP.CPY' REPLACING ==GER-PROGRAM-ID==
               BY =='JRNRECON'==.
