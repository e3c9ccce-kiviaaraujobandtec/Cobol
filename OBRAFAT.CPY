      ***********************************************************
      * OBRAFAT.CPY                                               *
      * LAYOUT DO HISTORICO DE FATURAMENTO DAS MEDICOES POR OBRA  *
      * (FATURA-MEDICAO) - UMA FATURA POR MEDICAO DATADA DO       *
      * MEDHIST FATURADA PELO PROGCOB11F, COM O PERCENTUAL        *
      * CONCLUIDO ACUMULADO ATE ELA, O VALOR BRUTO DA MEDICAO     *
      * (PERCENTUAL X VALOR DO CONTRATO MENOS O JA FATURADO), A   *
      * RETENCAO CONTRATUAL, O ISS, O LIQUIDO COBRADO E O         *
      * CONTRATO GERADO NO RECEB. O MAIOR PERCENTUAL FATURADO DA  *
      * OBRA IMPEDE FATURAR DE NOVO O MESMO AVANCO.               *
      * CHAVE PRIMARIA: FAT-CHAVE (OBRA + DATA DA MEDICAO).       *
      ***********************************************************
       01  REG-FATURA-MEDICAO.
           05 FAT-CHAVE.
               10 FAT-OBRA           PIC 9(04).
               10 FAT-DATA-MEDICAO   PIC 9(08).
           05 FAT-DATA-FATURA    PIC 9(08).
           05 FAT-PCT-ACUMULADO  PIC 9(03)V99.
           05 FAT-VALOR-BRUTO    PIC 9(09)V99.
           05 FAT-RETENCAO       PIC 9(09)V99.
           05 FAT-ISS            PIC 9(09)V99.
           05 FAT-VALOR-LIQUIDO  PIC 9(09)V99.
           05 FAT-CONTRATO-REC   PIC 9(06).
