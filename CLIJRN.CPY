      * USADO POR: ATIVIDADE01, ATIVIDADE01A, ATIVIDADE01B,       *
      * ATIVIDADE01C, ATIVIDADE01F, ATIVIDADE01G, ATIVIDADE01J,   *
      * ATIVIDADE01M, CLIRECOV                                    *
      * 31/05/22 KA IMAGEM 117->146 (CEP, NUMERO E COMPLEMENTO NO *
      * CLIREG). O JORNAL ANTERIOR A CONVERSAO CLICEP NAO SERVE   *
      * MAIS: APOS A CONVERSAO TIRE NOVA DESCARGA (BKPUNLD) E     *
      * COMECE UM CLIJRN VAZIO.                                   *
      ***********************************************************
       01  REG-JORNAL-CLIENTE.
           05 CJR-DATA           PIC 9(08).
               88 CJR-INCLUSAO       VALUE 'I'.
               88 CJR-ALTERACAO      VALUE 'A'.
               88 CJR-EXCLUSAO       VALUE 'E'.
           05 CJR-IMAGEM         PIC X(146).
