      ***********************************************************
      * CARTLIQ.CPY                                               *
      * LAYOUT DO ARQUIVO DIARIO DE LIQUIDACAO DA CREDENCIADORA   *
      * DE CARTOES (CARTAO-LIQUIDACAO) - UMA LINHA POR VENDA PAGA *
      * NO DIA, IDENTIFICADA PELO NSU, COM O BRUTO, A TAXA        *
      * RETIDA E O LIQUIDO CREDITADO NA CONTA DA LOJA. LIDO PELO  *
      * PROGCOB15Q CONTRA AS LIQUIDACOES PREVISTAS (CARTPREV).    *
      ***********************************************************
       01  REG-CARTAO-LIQUIDACAO.
           05 CLIQ-NSU             PIC X(12).
           05 CLIQ-DATA-VENDA      PIC 9(08).
           05 CLIQ-DATA-PAGTO      PIC 9(08).
           05 CLIQ-VALOR-BRUTO     PIC 9(07)V99.
           05 CLIQ-VALOR-TAXA      PIC 9(07)V99.
           05 CLIQ-VALOR-LIQUIDO   PIC 9(07)V99.
