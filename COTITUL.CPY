      ***********************************************************
      * COTITUL.CPY                                               *
      * LAYOUT DO CADASTRO DE COTITULARES DAS CONTAS DE           *
      * INVESTIMENTO (COTITULARES) - CADA REGISTRO LIGA UM CPF    *
      * ADICIONAL (VALIDADO PELA VALIDCPF E EXISTENTE NO          *
      * CADASTRO-CLIENTE) A UMA CONTA DO INVESTIMENTO-LEDGER,     *
      * CUJO PRIMEIRO TITULAR CONTINUA SENDO O LEDGER-CPF.        *
      * COT-TIPO E A MODALIDADE DA CONTA CONJUNTA, IGUAL EM TODOS *
      * OS COTITULARES DA CONTA:                                  *
      *   E = CONTA 'E' - RESGATE SO COM A AUTORIZACAO DE TODOS   *
      *   OS TITULARES, PELA FILA DE APROVACOES (TIPO RESGCONJ)   *
      *   O = CONTA 'E/OU' - QUALQUER TITULAR MOVIMENTA SOZINHO   *
      * COT-PERCENTUAL E A PARTICIPACAO DO COTITULAR NA CONTA;    *
      * ZERO = PARTES IGUAIS - O QUE SOBRA DOS PERCENTUAIS        *
      * INFORMADOS E REPARTIDO IGUALMENTE ENTRE O PRIMEIRO        *
      * TITULAR E OS COTITULARES SEM PERCENTUAL (COTITP.CPY).     *
      * CHAVE PRIMARIA: COT-CHAVE (CONTA + CPF).                  *
      * CHAVE ALTERNATIVA: COT-CPF (COM DUPLICADAS).              *
      * MANTIDO PELO COTMNT. USADO POR: ATIVIDADE01Q,             *
      * ATIVIDADE01L, ATIVIDADE05, ATIVIDADE05C, ATIVIDADE05D,    *
      * ATIVIDADE05I, ATIVIDADE05J                                *
      ***********************************************************
       01  REG-COTITULAR.
           05 COT-CHAVE.
               10 COT-CONTA      PIC 9(06).
               10 COT-CPF        PIC 9(11).
           05 COT-TIPO           PIC X(01).
               88 COT-CONJUNTA-E     VALUE 'E'.
               88 COT-CONJUNTA-OU    VALUE 'O'.
           05 COT-PERCENTUAL     PIC 9(03)V99.
           05 COT-DATA-INCLUSAO  PIC 9(08).
           05 COT-OPERADOR       PIC X(08).
