      ***********************************************************
      * SEGTAB.CPY                                                *
      * TABELA DOS SEGMENTOS DE CLIENTE (SEGCLI.CPY) COM O CODIGO *
      * E A DESCRICAO DE CADA UM:                                 *
      * T = TOP       - RECENCIA + FREQUENCIA + VALOR NO TOPO     *
      * C = CRESCENDO - COMPROU MAIS NOS ULTIMOS 90 DIAS QUE NOS  *
      *                 90 ANTERIORES                             *
      * N = NOVO      - PRIMEIRA COMPRA RECENTE                   *
      * R = EM RISCO  - CLIENTE COM HISTORICO QUE PAROU DE        *
      *                 COMPRAR                                   *
      * D = DORMENTE  - SEM COMPRA NO ANO, SEM INVESTIMENTO E SEM *
      *                 ALUNO VINCULADO                           *
      * O = OCASIONAL - OS DEMAIS                                 *
      * A SETIMA POSICAO (BRANCO) E O CLIENTE AINDA SEM SEGMENTO. *
      * USO: COPY 'SEGTAB.CPY'. NA WORKING-STORAGE SECTION.       *
      ***********************************************************
       01  SEG-TABELA-LITERAL.
           05 FILLER PIC X(10) VALUE 'TTOP      '.
           05 FILLER PIC X(10) VALUE 'CCRESCENDO'.
           05 FILLER PIC X(10) VALUE 'NNOVO     '.
           05 FILLER PIC X(10) VALUE 'REM RISCO '.
           05 FILLER PIC X(10) VALUE 'DDORMENTE '.
           05 FILLER PIC X(10) VALUE 'OOCASIONAL'.
           05 FILLER PIC X(10) VALUE ' SEM SEGM.'.
       01  SEG-TABELA REDEFINES SEG-TABELA-LITERAL.
           05 SEG-ITEM OCCURS 7 TIMES.
               10 SEG-CODIGO        PIC X(01).
               10 SEG-DESCRICAO     PIC X(09).
       77  SEG-QTD-SEGMENTOS    PIC 9(02) VALUE 6.
       77  SEG-IND              PIC 9(02) VALUE ZEROS.
