      ***********************************************************
      * CONCORW.CPY                                               *
      * CAMPOS DE APOIO PARA A CONFERENCIA DE ATUALIZACAO         *
      * CONCORRENTE (CONCORP.CPY): IMAGEM DO REGISTRO COMO FOI    *
      * EXIBIDO AO OPERADOR, IMAGEM RELIDA NA HORA DE GRAVAR,     *
      * MOMENTO DA EXIBICAO E O QUE SE ACHOU SOBRE QUEM MEXEU NO  *
      * REGISTRO NESSE MEIO TEMPO.                                *
      * O PROGRAMA DECLARA TAMBEM, NA WORKING-STORAGE, A TABELA   *
      * DOS CAMPOS DO SEU REGISTRO (NOME, POSICAO INICIAL E       *
      * TAMANHO NA IMAGEM), NO FORMATO:                           *
      *   01 CCR-CAMPOS-LITERAL.                                  *
      *      05 FILLER PIC X(21) VALUE 'NOME-DO-CAMPO  IIITTT'.   *
      *   01 CCR-CAMPOS REDEFINES CCR-CAMPOS-LITERAL.             *
      *      05 CCR-CAMPO OCCURS N TIMES.                         *
      *         10 CCR-CAMPO-NOME   PIC X(15).                    *
      *         10 CCR-CAMPO-INICIO PIC 9(03).                    *
      *         10 CCR-CAMPO-TAM    PIC 9(03).                    *
      * E MOVE PARA CCR-WS-PRIMEIRO/CCR-WS-ULTIMO A FAIXA DA      *
      * TABELA QUE DESCREVE O REGISTRO CONFERIDO (UM PROGRAMA COM *
      * MAIS DE UM ARQUIVO MESTRE GUARDA AS DUAS FAIXAS NA MESMA  *
      * TABELA).                                                  *
      * USO: COPY 'CONCORW.CPY'. NA WORKING-STORAGE SECTION.      *
      ***********************************************************
       77  CCR-WS-STATUS        PIC X(02) VALUE ZEROS.
           88 CCR-OK               VALUE '00'.
           88 CCR-NAO-ENCONTRADO   VALUE '35'.
       01  CCR-IMAGEM-TELA      PIC X(200) VALUE SPACES.
       01  CCR-IMAGEM-ATUAL     PIC X(200) VALUE SPACES.
       01  CCR-IMAGEM-NOVA      PIC X(200) VALUE SPACES.
       01  CCR-MOMENTO-TELA.
           05 CCR-DATA-TELA     PIC 9(08) VALUE ZEROS.
           05 CCR-HORA-TELA     PIC 9(06) VALUE ZEROS.
       01  CCR-MOMENTO-LIDO.
           05 CCR-DATA-LIDA     PIC 9(08) VALUE ZEROS.
           05 CCR-HORA-LIDA     PIC 9(06) VALUE ZEROS.
       77  CCR-WS-CHAVE         PIC X(30) VALUE SPACES.
       77  CCR-WS-CAMPO-CHAVE   PIC X(15) VALUE SPACES.
       77  CCR-WS-COLISAO       PIC X(01) VALUE 'N'.
           88 CCR-HOUVE-COLISAO    VALUE 'S'.
       77  CCR-WS-SITUACAO      PIC X(01) VALUE SPACES.
           88 CCR-REG-ALTERADO     VALUE 'A'.
           88 CCR-REG-EXCLUIDO     VALUE 'E'.
           88 CCR-REG-INCLUIDO     VALUE 'I'.
       77  CCR-WS-PRIMEIRO      PIC 9(02) VALUE ZEROS.
       77  CCR-WS-ULTIMO        PIC 9(02) VALUE ZEROS.
       77  CCR-IND              PIC 9(02) VALUE ZEROS.
       77  CCR-QTD-DIFERENTES   PIC 9(02) VALUE ZEROS.
       77  CCR-WS-INICIO        PIC 9(03) VALUE ZEROS.
       77  CCR-WS-TAM           PIC 9(03) VALUE ZEROS.
       77  CCR-WS-VALOR-TELA    PIC X(30) VALUE SPACES.
       77  CCR-WS-VALOR-ATUAL   PIC X(30) VALUE SPACES.
       77  CCR-WS-PRIMEIRO-CAMPO PIC X(15) VALUE SPACES.
       77  CCR-WS-FIM-BUSCA     PIC X(01) VALUE 'N'.
           88 CCR-BUSCA-ENCERRADA  VALUE 'S'.
       77  CCR-WS-QTD-ACHADAS   PIC 9(05) VALUE ZEROS.
       77  CCR-WS-OPERADOR-OUTRO PIC X(08) VALUE SPACES.
       77  CCR-WS-PROGRAMA-OUTRO PIC X(12) VALUE SPACES.
       01  CCR-MOMENTO-OUTRO.
           05 CCR-DATA-OUTRO    PIC 9(08) VALUE ZEROS.
           05 CCR-HORA-OUTRO    PIC 9(06) VALUE ZEROS.
       77  CCR-WS-DATA-ED       PIC 9(04)/99/99 VALUE ZEROS.
      *HORA DO SISTEMA (HHMMSSCC) - OS MOMENTOS GUARDAM SO O HHMMSS,
      *COMO O AUD-HORA E O HIS-HORA COM QUE SAO COMPARADOS
       77  CCR-WS-HORA          PIC 9(08) VALUE ZEROS.
