      *AMPLIADO DO PRECHIST.CPY (26->32, HIST-FORNECEDOR)
      *DATA   = 27/02/22
      *HISTORICO DE ALTERACOES
      *25/05/22 KA O PRECHISTN E REGISTRADO COMO NOVA GERACAO DO
      *PRECHIST NO ARQUIVO GERACAO, COM OS DETALHES RETIDOS - O
      *GERPROM DO MONTHRUN CONFERE E PROMOVE LOGO APOS O PASSO
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
       FD  PRECO-HISTORICO.
       FD  PARAMETROS.
           COPY 'PARAMETROS.CPY'.

       FD  REGISTRO-GERACAO.
           COPY 'GERACAO.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'RUNSTATSW.CPY'.
           COPY 'PARAMETROSW.CPY'.
           COPY 'GERACAOW.CPY'.
       77  WRK-HIST-STATUS   PIC X(02) VALUE ZEROS.
           88 HIST-OK VALUE '00'.
           88 HIST-FIM VALUE '10'.
           CLOSE PRECO-HISTORICO.
           CLOSE HISTORICO-NOVO.
           CLOSE HISTORICO-ARQUIVO.
           MOVE 'PRECHIST' TO GER-WS-ARQUIVO.
           MOVE 'PRECHISTN' TO GER-WS-NOVO.
           MOVE WRK-TOTAL-RETIDOS TO GER-WS-CONTAGEM.
           PERFORM REGISTRAR-GERACAO THRU REGISTRAR-GERACAO-EXIT.

       0005-ARQUIVAR-EXPURGAR-EXIT.
           EXIT.
           DISPLAY 'RESUMOS GERADOS....: ' WRK-QTD-RESUMOS.
           DISPLAY 'DETALHES RETIDOS...: ' WRK-TOTAL-RETIDOS.
           DISPLAY 'DETALHES EXPURGADOS: ' WRK-TOTAL-EXPURGADOS.
           DISPLAY 'NOVA GERACAO EM PRECHISTN - A PROMOCAO E '
                   'FEITA PELO GERPROM.'.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

           MOVE WRK-TOTAL-EXPURGADOS TO STATS-REGISTROS.
           COPY 'RUNSTATSP.CPY' REPLACING ==STATS-PROGRAM-ID==
               BY =='ATIVIDADE02M'==.
           COPY 'PARAMETROSP.CPY'.
           COPY 'GERACAOP.CPY' REPLACING ==GER-PROGRAM-ID==
               BY =='ATIVIDADE02M'==.
