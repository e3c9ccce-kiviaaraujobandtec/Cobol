      ***********************************************************
      * EXTBANCO.CPY                                              *
      * LAYOUT DO EXTRATO DIARIO DO BANCO (EXTRATO-BANCO) - UM    *
      * LANCAMENTO POR REGISTRO, COMO O BANCO MOVIMENTOU A CONTA  *
      * DA EMPRESA. EXB-DC SEGUE O PONTO DE VISTA DO BANCO: C E   *
      * CREDITO (ENTRADA DE DINHEIRO) E D E DEBITO (SAIDA).       *
      * EXB-DOCUMENTO TRAZ A REFERENCIA INFORMADA NO LANCAMENTO - *
      * O LOTE DO JORNAL (6 DIGITOS) OU O NUMERO DA INSTRUCAO DE  *
      * PAGAMENTO DO REMPAG (8 DIGITOS), ALINHADOS A ESQUERDA,    *
      * QUANDO O BANCO OS DEVOLVE; BRANCO SE NAO HOUVER.          *
      * USADO POR: BANCONC                                        *
      ***********************************************************
       01  REG-EXTRATO-BANCO.
           05 EXB-DATA           PIC 9(08).
           05 EXB-DC             PIC X(01).
               88 EXB-CREDITO        VALUE 'C'.
               88 EXB-DEBITO         VALUE 'D'.
           05 EXB-VALOR          PIC 9(09)V99.
           05 EXB-DOCUMENTO      PIC X(12).
           05 EXB-HISTORICO      PIC X(30).
