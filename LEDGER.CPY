      * PELA ATIVIDADE05. A LIQUIDACAO AUTOMATICA NO VENCIMENTO   *
      * E O PASSO NOTURNO ATIVIDADE05S. ZERO = SEM VENCIMENTO     *
      * (POUPANCA E CONTAS ANTIGAS).                               *
      * 05/05/22 KA NOVA SITUACAO 'J' (RETIDA) - CONTA LIQUIDADA   *
      * NO VENCIMENTO (ATIVIDADE05S) COM BLOQUEIO JUDICIAL ATIVO   *
      * (BLOQJUD): O SALDO FICA SO COM O VALOR BLOQUEADO, SEM      *
      * RENDER E SEM ACEITAR MOVIMENTOS, ATE O BLQMNT TRANSFERIR   *
      * AO DEPOSITO JUDICIAL OU LIBERAR; SEM SALDO A CONTA PASSA  *
      * A ENCERRADA.                                               *
      * 07/05/22 KA NOVO PRODUTO 'CDB-CDI' (POS-FIXADO EM % DO     *
      * CDI) - INCLUIDOS LEDGER-PERC-CDI (PERCENTUAL DO CDI        *
      * CONTRATADO NA ABERTURA) E LEDGER-DATA-APROP (ULTIMO DIA    *
      * UTIL JA APROPRIADO PELA APROPRIACAO DIARIA DO ACCRUAL,     *
      * ATIVIDADE05B). ZERADOS NOS DEMAIS PRODUTOS. CONVERSAO DO   *
      * ARQUIVO EXISTENTE PELO LEDGCONV.                           *
      ***********************************************************
       01  REG-LEDGER.
           05 LEDGER-CONTA       PIC 9(06).
               88 LEDGER-CONTA-ABERTA    VALUE 'A' ' '.
               88 LEDGER-CONTA-ENCERRADA VALUE 'E'.
               88 LEDGER-CONTA-BLOQUEADA VALUE 'B'.
               88 LEDGER-CONTA-RETIDA    VALUE 'J'.
           05 LEDGER-VENCIMENTO  PIC 9(08).
           05 LEDGER-PERC-CDI    PIC 9(03)V99.
           05 LEDGER-DATA-APROP  PIC 9(08).
