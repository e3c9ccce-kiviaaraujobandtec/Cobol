      ***********************************************************
      * SEGHIST.CPY                                               *
      * LAYOUT DO HISTORICO DE SEGMENTOS DO CLIENTE               *
      * (SEGMENTO-HISTORICO) - UM REGISTRO POR CPF E MES DE       *
      * FECHAMENTO, GRAVADO PELO SEGCALC JUNTO COM O SEGCLI. A    *
      * RERODADA NO MESMO MES REGRAVA O REGISTRO DO MES. SERVE    *
      * PARA ACOMPANHAR A MIGRACAO ENTRE SEGMENTOS MES A MES.     *
      * CHAVE PRIMARIA: SEGH-CHAVE (CPF + ANO/MES).               *
      ***********************************************************
       01  REG-SEGMENTO-HIST.
           05 SEGH-CHAVE.
               10 SEGH-CPF         PIC 9(11).
               10 SEGH-ANOMES      PIC 9(06).
           05 SEGH-SEGMENTO        PIC X(01).
           05 SEGH-SEGMENTO-ANT    PIC X(01).
           05 SEGH-SCORE-R         PIC 9(01).
           05 SEGH-SCORE-F         PIC 9(01).
           05 SEGH-SCORE-V         PIC 9(01).
           05 SEGH-VALOR-COMPRAS   PIC S9(09)V99.
           05 SEGH-SALDO-INVEST    PIC 9(09)V99.
           05 SEGH-DATA-CALCULO    PIC 9(08).
