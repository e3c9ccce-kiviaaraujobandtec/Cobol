      ***********************************************************
      * COBRHIST.CPY                                              *
      * LAYOUT DO HISTORICO DE COBRANCA (COBRANCA-HISTORICO) -    *
      * UMA ENTRADA POR CARTA DE COBRANCA EMITIDA PELA RODADA     *
      * NOTURNA PROGCOB15S. O ATRASO DO CLIENTE E IDENTIFICADO    *
      * PELO VENCIMENTO MAIS ANTIGO ENTRE AS SUAS PARCELAS        *
      * VENCIDAS (COBR-VENC-REF): ENQUANTO ESSA PARCELA NAO FOR   *
      * PAGA O MESMO NIVEL NAO E EMITIDO DE NOVO; QUITADO O       *
      * ATRASO, A PROXIMA INADIMPLENCIA COMECA OUTRA SEQUENCIA.   *
      * NIVEIS: 1 = LEMBRETE AMIGAVEL, 2 = NOTIFICACAO FORMAL,    *
      * 3 = AVISO PRE-JURIDICO. CONSULTADO POR CPF NA CONSULTA    *
      * 360 ATIVIDADE01Q.                                         *
      * CHAVE PRIMARIA: COBR-CHAVE (CPF + VENCIMENTO DE           *
      * REFERENCIA + NIVEL).                                      *
      ***********************************************************
       01  REG-COBRANCA-HIST.
           05 COBR-CHAVE.
               10 COBR-CPF         PIC 9(11).
               10 COBR-VENC-REF    PIC 9(08).
               10 COBR-NIVEL       PIC 9(01).
                   88 COBR-LEMBRETE        VALUE 1.
                   88 COBR-NOTIFICACAO     VALUE 2.
                   88 COBR-PRE-JURIDICO    VALUE 3.
           05 COBR-DATA-ENVIO      PIC 9(08).
           05 COBR-DIAS-ATRASO     PIC 9(05).
           05 COBR-QTD-PARCELAS    PIC 9(03).
           05 COBR-SALDO           PIC 9(09)V99.
