      ***********************************************************
      * BALSALDO.CPY                                              *
      * LAYOUT DOS SALDOS DO BALANCETE MENSAL (SALDO-BALANCETE) - *
      * UM REGISTRO POR MES CONTABIL E CONTA DO PLANO, COM O      *
      * SALDO INICIAL, OS DEBITOS E CREDITOS DO MES NO            *
      * JORNAL-EXTRATO E O SALDO FINAL (DEVEDOR POSITIVO, CREDOR  *
      * NEGATIVO). GRAVADO PELO BALANCET SO QUANDO O MES ESTA     *
      * FECHADO NO CONTROLE PERCTL (BALANCETE DEFINITIVO); O      *
      * SALDO FINAL DE UM MES E O SALDO INICIAL DO SEGUINTE.      *
      * CHAVE PRIMARIA: SLD-CHAVE (MES + CONTA).                  *
      * USADO POR: BALANCET                                       *
      ***********************************************************
       01  REG-SALDO-BALANCETE.
           05 SLD-CHAVE.
               10 SLD-ANOMES     PIC 9(06).
               10 SLD-CONTA      PIC X(12).
           05 SLD-SALDO-INICIAL  PIC S9(11)V99.
           05 SLD-DEBITOS        PIC 9(11)V99.
           05 SLD-CREDITOS       PIC 9(11)V99.
           05 SLD-SALDO-FINAL    PIC S9(11)V99.
           05 SLD-DATA-APURACAO  PIC 9(08).
