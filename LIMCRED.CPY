      ***********************************************************
      * LIMCRED.CPY                                               *
      * LAYOUT DO CADASTRO DE LIMITE DE CREDITO POR CLIENTE       *
      * (LIMITE-CREDITO) - UM REGISTRO POR CPF COM LIMITE         *
      * PROPRIO, MANTIDO PELO SUPERVISOR NO LIMMNT (LIMITE ACIMA  *
      * DA ALCADA CREDITO-ALCADA SO COM APROVACAO NO APROV).      *
      * CLIENTE SEM REGISTRO AQUI USA O LIMITE PADRAO DO          *
      * PARAMETRO CREDITO-LIM-PADR. O LIMITE E CONFERIDO CONTRA O *
      * SALDO EM ABERTO DO CLIENTE NO RECEB NA VENDA PARCELADA    *
      * (PARAGRAFOS DE LIMCREDP.CPY NO PROGCOB15 E PROGCOB15R) E  *
      * NO RELATORIO SEMANAL DE EXPOSICAO LIMREL.                 *
      * LIM-APROVADO = 'S' QUANDO A ULTIMA ALTERACAO PASSOU PELA  *
      * APROVACAO DE UM SEGUNDO SUPERVISOR.                       *
      * CHAVE PRIMARIA: LIM-CPF.                                  *
      ***********************************************************
       01  REG-LIMITE-CREDITO.
           05 LIM-CPF              PIC 9(11).
           05 LIM-VALOR            PIC 9(07)V99.
           05 LIM-VALOR-ANTERIOR   PIC 9(07)V99.
           05 LIM-DATA-ALTERACAO   PIC 9(08).
           05 LIM-OPERADOR         PIC X(08).
           05 LIM-APROVADO         PIC X(01).
               88 LIM-COM-APROVACAO    VALUE 'S'.
