      ***********************************************************
      * CDIDIA.CPY                                                *
      * LAYOUT DA SERIE DIARIA DO CDI (CDI-DIARIO) - UMA TAXA     *
      * ANUAL (% AO ANO, BASE 252 DIAS UTEIS) POR DIA UTIL,       *
      * CARREGADA DO ARQUIVO QUE O BANCO ENVIA PELA ATIVIDADE05N, *
      * COM A MESMA QUARENTENA DAS TAXAS DE MERCADO (CDIHELD,     *
      * LIBERACAO NA ATIVIDADE05U). A APROPRIACAO DIARIA DO       *
      * PRODUTO CDB-CDI (ATIVIDADE05B) E A PROJECAO DE FIM DE     *
      * ANO (ATIVIDADE05P) LEEM AS TAXAS DAQUI.                   *
      * CHAVE PRIMARIA: CDI-DATA.                                 *
      ***********************************************************
       01  REG-CDI.
           05 CDI-DATA             PIC 9(08).
           05 CDI-TAXA-ANO         PIC 9(02)V99.
