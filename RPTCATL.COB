      *SUBSTITUI RPTARC PELO RPTARCN.
      *DATA   = 08/04/22
      *HISTORICO DE ALTERACOES
      *25/05/22 KA O RPTARCN DO EXPURGO E REGISTRADO COMO NOVA
      *GERACAO DO RPTARC NO ARQUIVO GERACAO, COM AS LINHAS
      *RETIDAS - A PROMOCAO E FEITA PELO GERPROM NA RODADA
      *NOTURNA, ANTES DOS PASSOS QUE ACRESCENTAM AO ACERVO
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
       FD  RELATORIO-CATALOGO.
       FD  PARAMETROS.
           COPY 'PARAMETROS.CPY'.

       FD  REGISTRO-GERACAO.
           COPY 'GERACAO.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'PARAMETROSW.CPY'.
           COPY 'GERACAOW.CPY'.
       77 WRK-CAT-STATUS PIC X(02) VALUE ZEROS.
           88 CAT-OK VALUE '00'.
           88 CAT-FIM VALUE '10'.
           PERFORM FILTRAR-LINHA-ACERVO UNTIL ARC-FIM.
           CLOSE RELATORIO-ACERVO.
           CLOSE ACERVO-NOVO.
           MOVE 'RPTARC' TO GER-WS-ARQUIVO.
           MOVE 'RPTARCN' TO GER-WS-NOVO.
           MOVE WRK-LINHAS-RETIDAS TO GER-WS-CONTAGEM.
           PERFORM REGISTRAR-GERACAO THRU REGISTRAR-GERACAO-EXIT.

           DISPLAY 'GERACOES EXPURGADAS..: ' WRK-QTD-EXPURGADAS.
           DISPLAY 'LINHAS RETIDAS.......: ' WRK-LINHAS-RETIDAS.
           DISPLAY 'NOVA GERACAO GRAVADA EM RPTARCN - A PROMOCAO '
                   'E FEITA PELO GERPROM.'.

       0004-EXPURGAR-EXIT.
           EXIT.

           COPY 'RUNDATEP.CPY'.
           COPY 'PARAMETROSP.CPY'.
           COPY 'GERACAOP.CPY' REPLACING ==GER-PROGRAM-ID==
               BY =='RPTCATL'==.
