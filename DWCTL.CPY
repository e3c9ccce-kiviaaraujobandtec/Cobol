      ***********************************************************
      * DWCTL.CPY                                                 *
      * LAYOUT DO CONTROLE DA EXTRACAO PARA O DATA WAREHOUSE      *
      * (DW-CONTROLE) - UM REGISTRO POR TABELA EXTRAIDA PELO      *
      * DWEXTR (NOME DA TABELA, EX. VENDHIST, CLIENTE) COM A DATA,*
      * O NUMERO E O MODO DA ULTIMA EXTRACAO BEM-SUCEDIDA E AS    *
      * CONTAGENS E O TOTAL DE CONTROLE GRAVADOS NO TRAILER, E O  *
      * REGISTRO DWC-TABELA = 'RODADA' COM A ULTIMA RODADA        *
      * CONCLUIDA. SEM O REGISTRO RODADA (PRIMEIRA CARGA) A       *
      * EXTRACAO E SEMPRE COMPLETA. AS IMAGENS DOS FATOS DA       *
      * ULTIMA EXTRACAO, CONTRA AS QUAIS SAI A MUDANCA DA NOITE,  *
      * FICAM NO DWSNAP (DWSNAP.CPY).                             *
      * CHAVE PRIMARIA: DWC-TABELA.                               *
      ***********************************************************
       01  REG-DW-CONTROLE.
           05 DWC-TABELA           PIC X(08).
           05 DWC-DATA-EXTRACAO    PIC 9(08).
           05 DWC-RODADA           PIC 9(05).
           05 DWC-MODO             PIC X(01).
               88 DWC-COMPLETA         VALUE 'C'.
               88 DWC-INCREMENTAL      VALUE 'I'.
           05 DWC-LIDOS            PIC 9(09).
           05 DWC-GRAVADOS         PIC 9(09).
           05 DWC-INCLUSOES        PIC 9(09).
           05 DWC-ALTERACOES       PIC 9(09).
           05 DWC-EXCLUSOES        PIC 9(09).
           05 DWC-TOTAL-CONTROLE   PIC S9(13)V99.
