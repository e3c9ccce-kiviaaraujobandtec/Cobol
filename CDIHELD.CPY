      ***********************************************************
      * CDIHELD.CPY                                               *
      * LAYOUT DO ARQUIVO DE CDI EM QUARENTENA (CDI-RETIDOS) -    *
      * TAXA DIARIA DA IMPORTACAO ATIVIDADE05N QUE VEIO ZERADA    *
      * (ZER) OU DESVIOU DO DIA ANTERIOR DA SERIE ALEM DA         *
      * TOLERANCIA PARAMETRIZADA (TOL) FICA RETIDA AQUI, FORA DA  *
      * SERIE CDI-DIARIO, ATE A LIBERACAO AUDITADA DO SUPERVISOR  *
      * NA ATIVIDADE05U, COMO NO TAXAHELD.CPY.                    *
      * USADO POR: ATIVIDADE05N, ATIVIDADE05U                     *
      ***********************************************************
       01  REG-CDI-RETIDO.
           05 CDIH-DATA        PIC 9(08).
           05 CDIH-VALOR       PIC 9(02)V99.
           05 CDIH-VALOR-ANT   PIC 9(02)V99.
           05 CDIH-MOTIVO      PIC X(03).
               88 CDIH-FORA-TOLERANCIA VALUE 'TOL'.
               88 CDIH-TAXA-ZERADA     VALUE 'ZER'.
