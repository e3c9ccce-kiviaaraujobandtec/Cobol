      ***********************************************************
      * BANCREM.CPY                                               *
      * LAYOUT DO REGISTRO DE PAGAMENTOS JA LEVADOS A CONCILIACAO *
      * BANCARIA (BANCO-REMESSA) - UMA CHAVE POR INSTRUCAO DO     *
      * REMPAG CONFIRMADA COMO PAGA PELO RETORNO DO BANCO         *
      * (ATIVIDADE05Z) E JA INCLUIDA COMO SAIDA DO LIVRO. EVITA   *
      * QUE O MESMO PAGAMENTO ENTRE DUAS VEZES, JA QUE A DATA DO  *
      * RETORNO VEM DO BANCO E PODE SER ANTERIOR A RODADA.        *
      * CHAVE PRIMARIA: BCR-NUMERO (= REM-NUMERO).                *
      * USADO POR: BANCONC                                        *
      ***********************************************************
       01  REG-BANCO-REMESSA.
           05 BCR-NUMERO         PIC 9(08).
           05 BCR-DATA-INCLUSAO  PIC 9(08).
