      ***********************************************************
      * CKPTINV.CPY                                               *
      * LAYOUT DO ARQUIVO DE PONTO DE CONTROLE DOS PASSOS LONGOS  *
      * DA RODADA NOTURNA DE INVESTIMENTOS (ATIVIDADE05B ACCRUAL, *
      * ATIVIDADE05S MATURITY E ATIVIDADE05I STANDING), NOS MOLDES*
      * DO CHECKPOINT-12 DO PROGCOB12: UM REGISTRO POR PASSO COM A*
      * CHAVE DO ULTIMO REGISTRO CONFIRMADO (CONTA DO RAZAO OU    *
      * CONTA + SEQUENCIA DA AGENDA) E QUANTOS JA FORAM TRATADOS. *
      * CHAVE EM BRANCO = ULTIMA EXECUCAO TERMINOU NORMALMENTE.   *
      * CHAVE PRIMARIA: CKI-PASSO.                                *
      ***********************************************************
       01  REG-CKPT-INVEST.
           05 CKI-PASSO            PIC X(08).
           05 CKI-ULTIMA-CHAVE     PIC X(10).
           05 CKI-QTD-PROCESSADOS  PIC 9(07).
           05 CKI-DATA             PIC 9(08).
           05 CKI-HORA             PIC 9(06).
