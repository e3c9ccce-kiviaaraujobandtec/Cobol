      ***********************************************************
      * INSTVENC.CPY                                              *
      * LAYOUT DO CADASTRO DE INSTRUCOES DE VENCIMENTO DAS CONTAS *
      * DE INVESTIMENTO (INSTRUCOES-VENCIMENTO) - O QUE A         *
      * LIQUIDACAO NOTURNA (ATIVIDADE05S) FAZ COM A CONTA NO      *
      * LEDGER-VENCIMENTO:                                        *
      *   L = LIQUIDAR E PAGAR O LIQUIDO PELO REMPAG (O MESMO QUE *
      *       CONTA SEM INSTRUCAO);                               *
      *   T = RENOVAR O PRINCIPAL MAIS O RENDIMENTO LIQUIDO;      *
      *   P = RENOVAR O PRINCIPAL E PAGAR O RENDIMENTO LIQUIDO;   *
      *   BRANCO = SEM INSTRUCAO (SO A LIGACAO DA RENOVACAO).     *
      * NA RENOVACAO O IR/IOF SAO LIQUIDADOS NORMALMENTE, A CONTA *
      * VENCIDA E ENCERRADA E UMA CONTA NOVA DO MESMO TITULAR E   *
      * PRODUTO E ABERTA COM VENCIMENTO IVC-PRAZO-MESES ADIANTE.  *
      * A CONTA VENCIDA GUARDA O NUMERO DA NOVA (IVC-CONTA-NOVA)  *
      * E A NOVA HERDA A INSTRUCAO COM IVC-CONTA-ANTERIOR.        *
      * CHAVE PRIMARIA: IVC-CONTA.                                *
      * MANTIDO PELO VENCMNT. USADO POR: ATIVIDADE05S,            *
      * ATIVIDADE05D                                              *
      ***********************************************************
       01  REG-INSTVENC.
           05 IVC-CONTA          PIC 9(06).
           05 IVC-ACAO           PIC X(01).
               88 IVC-SEM-ACAO           VALUE SPACE.
               88 IVC-LIQUIDAR           VALUE 'L'.
               88 IVC-RENOVAR-TOTAL      VALUE 'T'.
               88 IVC-RENOVAR-PRINCIPAL  VALUE 'P'.
               88 IVC-RENOVAR            VALUE 'T' 'P'.
           05 IVC-PRAZO-MESES    PIC 9(03).
           05 IVC-CONTA-ANTERIOR PIC 9(06).
           05 IVC-CONTA-NOVA     PIC 9(06).
           05 IVC-DATA-RENOV     PIC 9(08).
           05 IVC-DATA-ATUALIZ   PIC 9(08).
           05 IVC-OPERADOR       PIC X(08).
