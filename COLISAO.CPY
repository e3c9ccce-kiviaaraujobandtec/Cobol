      ***********************************************************
      * COLISAO.CPY                                               *
      * LAYOUT DO ARQUIVO SEQUENCIAL DE COLISOES DE ATUALIZACAO   *
      * (COLISAO) - UMA LINHA CADA VEZ QUE UM PROGRAMA ON-LINE DE *
      * MANUTENCAO RECUSA GRAVAR PORQUE O REGISTRO MUDOU DESDE    *
      * QUE FOI EXIBIDO AO OPERADOR (OUTRA SESSAO ALTEROU, INCLUIU*
      * OU EXCLUIU O MESMO REGISTRO NESSE MEIO TEMPO).            *
      * COL-SITUACAO: A = ALTERADO POR OUTRA SESSAO, E = EXCLUIDO,*
      * I = INCLUIDO POR OUTRA SESSAO ENQUANTO ERA DIGITADO.      *
      * COL-OPERADOR E O OPERADOR QUE TEVE A GRAVACAO RECUSADA;   *
      * COL-OPERADOR-OUTRO/COL-PROGRAMA-OUTRO/COL-HORA-OUTRO SAO  *
      * OS DA ULTIMA ATUALIZACAO ACHADA NO AUDIT-TRAIL OU NO      *
      * HISTORICO (EM BRANCO QUANDO NAO IDENTIFICADA).            *
      * GRAVADO PELO PARAGRAFO PADRAO DE CONCORP.CPY; RELATORIO   *
      * DIARIO PELO COLIREL.                                      *
      * USADO POR: ATIVIDADE01M, PROGCOB08M, PROGCOB15M,          *
      *            PROGCOB11M, ATIVIDADE02D, ORCMNT, COLIREL      *
      ***********************************************************
       01  REG-COLISAO.
           05 COL-DATA           PIC 9(08).
           05 COL-HORA           PIC 9(06).
           05 COL-PROGRAMA       PIC X(12).
           05 COL-OPERADOR       PIC X(08).
           05 COL-CHAVE          PIC X(30).
           05 COL-SITUACAO       PIC X(01).
               88 COL-REG-ALTERADO   VALUE 'A'.
               88 COL-REG-EXCLUIDO   VALUE 'E'.
               88 COL-REG-INCLUIDO   VALUE 'I'.
           05 COL-QTD-CAMPOS     PIC 9(02).
           05 COL-PRIMEIRO-CAMPO PIC X(15).
           05 COL-DATA-TELA      PIC 9(08).
           05 COL-HORA-TELA      PIC 9(06).
           05 COL-OPERADOR-OUTRO PIC X(08).
           05 COL-PROGRAMA-OUTRO PIC X(12).
           05 COL-DATA-OUTRO     PIC 9(08).
           05 COL-HORA-OUTRO     PIC 9(06).
