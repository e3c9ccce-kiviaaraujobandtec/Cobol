      ***********************************************************
      * SODREGRA.CPY                                              *
      * LAYOUT DAS REGRAS DE SEGREGACAO DE FUNCOES (REGRAS-       *
      * CONFLITO) - CADA REGRA E UM PAR DE PRIVILEGIOS QUE NAO    *
      * PODEM FICAR COM O MESMO OPERADOR. CADA LADO E:            *
      *   TIPO 'O' = OPCAO DO MENU-PRINCIPAL (SOD-OPCAO-A/B),     *
      *              CONCEDIDA NO AUTORIZ (AUTORMNT) OU PELO      *
      *              NIVEL DE SUPERVISOR, QUE VE TODAS;           *
      *   TIPO 'S' = NIVEL DE SUPERVISOR NO OPERMST (APROVACAO    *
      *              NO APROVREV, LIBERACAO DE QUARENTENA NA      *
      *              ATIVIDADE05U E DEMAIS ACOES DE NIVEL 9);     *
      *              SOD-OPCAO FICA ZERADA.                       *
      * SO AS REGRAS ATIVAS ('A') SAO CONFERIDAS. MANTIDO PELO    *
      * SODMNT; CONFERIDO NA CONCESSAO (AUTORMNT) E NO RELATORIO  *
      * SODREL.                                                   *
      * CHAVE PRIMARIA: SOD-CODIGO.                               *
      ***********************************************************
       01  REG-REGRA-SOD.
           05 SOD-CODIGO         PIC X(06).
           05 SOD-LADO-A.
               10 SOD-TIPO-A     PIC X(01).
                   88 SOD-A-OPCAO        VALUE 'O'.
                   88 SOD-A-SUPERVISOR   VALUE 'S'.
               10 SOD-OPCAO-A    PIC 9(02).
           05 SOD-LADO-B.
               10 SOD-TIPO-B     PIC X(01).
                   88 SOD-B-OPCAO        VALUE 'O'.
                   88 SOD-B-SUPERVISOR   VALUE 'S'.
               10 SOD-OPCAO-B    PIC 9(02).
           05 SOD-DESCRICAO      PIC X(40).
           05 SOD-SITUACAO       PIC X(01).
               88 SOD-ATIVA          VALUE 'A'.
               88 SOD-INATIVA        VALUE 'I'.
