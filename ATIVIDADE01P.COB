      *CLIARQN.
      *DATA   = 24/02/22
      *HISTORICO DE ALTERACOES
      *25/05/22 KA O CLIARQN E REGISTRADO COMO NOVA GERACAO DO
      *CLIARQ NO ARQUIVO GERACAO, COM A CONTAGEM MANTIDA - A
      *PROMOCAO E FEITA PELO GERPROM NA RODADA NOTURNA
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS PARM-CHAVE
               FILE STATUS IS PARM-WS-STATUS.

           SELECT REGISTRO-GERACAO ASSIGN TO "GERACAO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GER-CHAVE
               FILE STATUS IS GER-WS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES-ARQUIVO.
       FD  PARAMETROS.
           COPY 'PARAMETROS.CPY'.

       FD  REGISTRO-GERACAO.
           COPY 'GERACAO.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'RUNSTATSW.CPY'.
           COPY 'PARAMETROSW.CPY'.
           COPY 'GERACAOW.CPY'.
       77 WRK-ARQ-STATUS PIC X(02) VALUE ZEROS.
           88 ARQ-OK VALUE '00'.
           88 ARQ-FIM VALUE '10'.
           IF WRK-ARQ-STATUS NOT = '35'
               CLOSE CLIENTES-ARQUIVO
               CLOSE CLIENTES-ARQUIVO-NOVO
               MOVE 'CLIARQ' TO GER-WS-ARQUIVO
               MOVE 'CLIARQN' TO GER-WS-NOVO
               MOVE WRK-TOTAL-MANTIDOS TO GER-WS-CONTAGEM
               PERFORM REGISTRAR-GERACAO THRU REGISTRAR-GERACAO-EXIT
               MOVE SPACES TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               STRING 'LIDOS: ' DELIMITED BY SIZE
           COPY 'RUNSTATSP.CPY' REPLACING ==STATS-PROGRAM-ID==
               BY =='ATIVIDADE01P'==.
           COPY 'PARAMETROSP.CPY'.
           COPY 'GERACAOP.CPY' REPLACING ==GER-PROGRAM-ID==
               BY =='ATIVIDADE01P'==.
