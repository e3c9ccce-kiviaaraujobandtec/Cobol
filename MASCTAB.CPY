      ***********************************************************
      * MASCTAB.CPY                                               *
      * TABELAS DE SUBSTITUICAO DA COPIA MASCARADA DOS MESTRES    *
      * PARA TESTE (MASCTEST): PRENOMES, SOBRENOMES E             *
      * LOGRADOUROS FICTICIOS. O ITEM DE CADA TABELA E ESCOLHIDO  *
      * PELO PROGRAMA A PARTIR DO CPF JA MASCARADO (OU DA         *
      * MATRICULA EMBARALHADA), DE FORMA QUE A MESMA PESSOA       *
      * RECEBE O MESMO NOME FICTICIO EM TODOS OS ARQUIVOS.        *
      * USO: COPY 'MASCTAB.CPY'. NA WORKING-STORAGE SECTION.      *
      ***********************************************************
       01  MSC-PRENOMES-LITERAL.
           05 FILLER PIC X(10) VALUE 'ANA       '.
           05 FILLER PIC X(10) VALUE 'BRUNO     '.
           05 FILLER PIC X(10) VALUE 'CARLA     '.
           05 FILLER PIC X(10) VALUE 'DANIEL    '.
           05 FILLER PIC X(10) VALUE 'ELISA     '.
           05 FILLER PIC X(10) VALUE 'FABIO     '.
           05 FILLER PIC X(10) VALUE 'GABRIELA  '.
           05 FILLER PIC X(10) VALUE 'HEITOR    '.
           05 FILLER PIC X(10) VALUE 'IRENE     '.
           05 FILLER PIC X(10) VALUE 'JOAO      '.
           05 FILLER PIC X(10) VALUE 'LARISSA   '.
           05 FILLER PIC X(10) VALUE 'MARCOS    '.
           05 FILLER PIC X(10) VALUE 'NATALIA   '.
           05 FILLER PIC X(10) VALUE 'OTAVIO    '.
           05 FILLER PIC X(10) VALUE 'PAULA     '.
           05 FILLER PIC X(10) VALUE 'RAFAEL    '.
           05 FILLER PIC X(10) VALUE 'SILVIA    '.
           05 FILLER PIC X(10) VALUE 'TIAGO     '.
           05 FILLER PIC X(10) VALUE 'VANESSA   '.
           05 FILLER PIC X(10) VALUE 'WAGNER    '.
       01  MSC-PRENOMES REDEFINES MSC-PRENOMES-LITERAL.
           05 MSC-PRENOME       PIC X(10) OCCURS 20 TIMES.

       01  MSC-SOBRENOMES-LITERAL.
           05 FILLER PIC X(10) VALUE 'ALMEIDA   '.
           05 FILLER PIC X(10) VALUE 'BARBOSA   '.
           05 FILLER PIC X(10) VALUE 'CARDOSO   '.
           05 FILLER PIC X(10) VALUE 'DIAS      '.
           05 FILLER PIC X(10) VALUE 'FERREIRA  '.
           05 FILLER PIC X(10) VALUE 'GOMES     '.
           05 FILLER PIC X(10) VALUE 'LIMA      '.
           05 FILLER PIC X(10) VALUE 'MARTINS   '.
           05 FILLER PIC X(10) VALUE 'NUNES     '.
           05 FILLER PIC X(10) VALUE 'OLIVEIRA  '.
           05 FILLER PIC X(10) VALUE 'PEREIRA   '.
           05 FILLER PIC X(10) VALUE 'RIBEIRO   '.
           05 FILLER PIC X(10) VALUE 'ROCHA     '.
           05 FILLER PIC X(10) VALUE 'SANTOS    '.
           05 FILLER PIC X(10) VALUE 'SOUZA     '.
           05 FILLER PIC X(10) VALUE 'TEIXEIRA  '.
           05 FILLER PIC X(10) VALUE 'VIEIRA    '.
           05 FILLER PIC X(10) VALUE 'CASTRO    '.
           05 FILLER PIC X(10) VALUE 'MOREIRA   '.
           05 FILLER PIC X(10) VALUE 'FREITAS   '.
       01  MSC-SOBRENOMES REDEFINES MSC-SOBRENOMES-LITERAL.
           05 MSC-SOBRENOME     PIC X(10) OCCURS 20 TIMES.

       01  MSC-LOGRADOUROS-LITERAL.
           05 FILLER PIC X(20) VALUE 'RUA DAS ACACIAS     '.
           05 FILLER PIC X(20) VALUE 'RUA DOS IPES        '.
           05 FILLER PIC X(20) VALUE 'AV DAS PALMEIRAS    '.
           05 FILLER PIC X(20) VALUE 'RUA DO COMERCIO     '.
           05 FILLER PIC X(20) VALUE 'RUA DAS FLORES      '.
           05 FILLER PIC X(20) VALUE 'AV CENTRAL          '.
           05 FILLER PIC X(20) VALUE 'RUA DA ESTACAO      '.
           05 FILLER PIC X(20) VALUE 'RUA DOS PINHEIROS   '.
           05 FILLER PIC X(20) VALUE 'TRAVESSA DO SOL     '.
           05 FILLER PIC X(20) VALUE 'RUA DAS MANGUEIRAS  '.
       01  MSC-LOGRADOUROS REDEFINES MSC-LOGRADOUROS-LITERAL.
           05 MSC-LOGRADOURO    PIC X(20) OCCURS 10 TIMES.

       77  MSC-QTD-PRENOMES     PIC 9(02) VALUE 20.
       77  MSC-QTD-SOBRENOMES   PIC 9(02) VALUE 20.
       77  MSC-QTD-LOGRADOUROS  PIC 9(02) VALUE 10.
