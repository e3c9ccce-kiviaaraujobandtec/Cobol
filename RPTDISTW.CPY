      ***********************************************************
      * RPTDISTW.CPY                                              *
      * CAMPOS DE APOIO PARA A MONTAGEM DE UM RELATORIO DO ACERVO *
      * NO PACOTE DE UM DESTINATARIO (RPTDISTP.CPY). O CHAMADOR   *
      * MOVE NOME, DATA DA RODADA, COPIAS E SELECAO (DSW-SEL-*    *
      * COMO NO DISTRIB.CPY) ANTES DE EXECUTAR OS PARAGRAFOS.     *
      * A TABELA GUARDA ATE 5000 LINHAS DE UM RELATORIO, CADA UMA *
      * COM A CHAVE DA PAGINA OU SECAO A QUE PERTENCE. AS LINHAS  *
      * DSW-LINHA-* SAO AS DA CAPA E DO FIM DO PACOTE.            *
      * USO: COPY 'RPTDISTW.CPY'. NA WORKING-STORAGE SECTION.     *
      ***********************************************************
       77  DSW-NOME             PIC X(12) VALUE SPACES.
       01  DSW-DATA-RODADA.
           05 DSW-DATA          PIC 9(08) VALUE ZEROS.
           05 DSW-DATA-X REDEFINES DSW-DATA.
               10 DSW-DATA-ANO  PIC 9(04).
               10 DSW-DATA-MES  PIC 9(02).
               10 DSW-DATA-DIA  PIC 9(02).
       77  DSW-COPIAS           PIC 9(02) VALUE ZEROS.
       77  DSW-SEL-ROTULO       PIC X(12) VALUE SPACES.
       77  DSW-SEL-VALOR        PIC X(12) VALUE SPACES.
       77  DSW-SEL-SECAO        PIC X(01) VALUE 'N'.
           88 DSW-SECAO-POR-ROTULO  VALUE 'S'.
       77  DSW-SITUACAO         PIC X(20) VALUE SPACES.
       77  DSW-ESTOURO          PIC X(01) VALUE 'N'.
           88 DSW-TABELA-CHEIA      VALUE 'S'.
       77  DSW-QTD-LINHAS       PIC 9(04) COMP VALUE ZEROS.
       77  DSW-QTD-ENTREGUE     PIC 9(06) VALUE ZEROS.
       77  DSW-IND              PIC 9(04) COMP VALUE ZEROS.
       77  DSW-IND-PAG          PIC 9(04) COMP VALUE ZEROS.
       77  DSW-INICIO-PAG       PIC 9(04) COMP VALUE ZEROS.
       77  DSW-COPIA            PIC 9(02) COMP VALUE ZEROS.
       77  DSW-TAM-ROTULO       PIC 9(02) COMP VALUE ZEROS.
       77  DSW-POS              PIC 9(02) COMP VALUE ZEROS.
       77  DSW-POS-CHAVE        PIC 9(02) COMP VALUE ZEROS.
       77  DSW-BRANCOS          PIC 9(02) COMP VALUE ZEROS.
       77  DSW-CHAVE-ATUAL      PIC X(12) VALUE SPACES.
       77  DSW-CHAVE-LIDA       PIC X(12) VALUE SPACES.
       77  DSW-RESTO            PIC X(80) VALUE SPACES.
       77  DSW-LINHA-ENTREGA    PIC X(80) VALUE SPACES.
       01  DSW-LINHA-CAPA.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DSW-CAPA-NOME     PIC X(12) VALUE SPACES.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DSW-CAPA-DATA     PIC X(10) VALUE SPACES.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DSW-CAPA-COPIAS   PIC Z9    VALUE ZEROS.
           05 FILLER            PIC X(05) VALUE SPACES.
           05 DSW-CAPA-SELECAO  PIC X(23) VALUE SPACES.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DSW-CAPA-SITUACAO PIC X(20) VALUE SPACES.
       01  DSW-LINHA-DESTINO.
           05 FILLER            PIC X(14) VALUE 'DESTINATARIO: '.
           05 DSW-DEST-ID       PIC X(10) VALUE SPACES.
           05 FILLER            PIC X(03) VALUE ' - '.
           05 DSW-DEST-NOME     PIC X(30) VALUE SPACES.
           05 FILLER            PIC X(23) VALUE SPACES.
       01  DSW-LINHA-TITULOS.
           05 FILLER            PIC X(40) VALUE
              '  RELATORIO     DATA        COPIAS SELEC'.
           05 FILLER            PIC X(40) VALUE
              'AO                  SITUACAO            '.
       01  DSW-LINHA-FIM.
           05 FILLER            PIC X(20) VALUE
              '*** FIM DO PACOTE - '.
           05 DSW-FIM-DESTINO   PIC X(10) VALUE SPACES.
           05 FILLER            PIC X(10) VALUE ' - LINHAS:'.
           05 DSW-FIM-LINHAS    PIC Z.ZZZ.ZZ9 VALUE ZEROS.
           05 FILLER            PIC X(04) VALUE ' ***'.
           05 FILLER            PIC X(27) VALUE SPACES.
       01  TAB-DSW-RELATORIO.
           05 TAB-DSW-LINHA OCCURS 5000 TIMES.
               10 TAB-DSW-TEXTO     PIC X(80).
               10 TAB-DSW-CHAVE     PIC X(12).
