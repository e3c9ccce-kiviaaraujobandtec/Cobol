      * MESES VALIAM ANTES DO CONTROLE EXISTIR.                   *
      * CHAVE PRIMARIA: PER-ANOMES.                               *
      * USADO POR: PERMNT, JORNALP.CPY (PROGCOB15, ATIVIDADE05,   *
      * ATIVIDADE05S, PROGCOB15I, PROGCOB08I), JRNHREL, BALANCET  *
      ***********************************************************
       01  REG-PERIODO.
           05 PER-ANOMES         PIC 9(06).
