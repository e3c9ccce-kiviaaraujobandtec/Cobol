       77  CAL-WS-MES           PIC 9(02) VALUE ZEROS.
       77  CAL-WS-DIA           PIC 9(02) VALUE ZEROS.
       77  CAL-WS-TENTATIVAS    PIC 9(02) VALUE ZEROS.
      *UF E FILIAL DA CONSULTA (EM BRANCO = SO O CALENDARIO
      *NACIONAL) E INDICE DA TABELA DE FERIADOS LOCAIS
       77  CAL-WS-UF            PIC X(02) VALUE SPACES.
       77  CAL-WS-FILIAL        PIC X(05) VALUE SPACES.
       77  CAL-WS-IND           PIC 9(02) VALUE ZEROS.
