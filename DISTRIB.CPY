      ***********************************************************
      * DISTRIB.CPY                                               *
      * LAYOUT DO CADASTRO DE DISTRIBUICAO DE RELATORIOS          *
      * (DISTRIBUICAO) - UM REGISTRO POR RELATORIO DO ACERVO      *
      * (NOME COMO CATALOGADO NO RPTCAT) E DESTINATARIO           *
      * (DEPARTAMENTO OU REGIAO), COM O NUMERO DE COPIAS E A      *
      * SELECAO OPCIONAL DE PAGINAS: DST-SEL-ROTULO E O TEXTO QUE *
      * ANTECEDE A CHAVE NA PAGINA DO RELATORIO (EX. 'REGIAO:',   *
      * 'TURMA:' - SEM BRANCOS) E DST-SEL-VALOR A CHAVE QUE O     *
      * DESTINATARIO RECEBE. SEM ROTULO O DESTINATARIO RECEBE O   *
      * RELATORIO INTEIRO. COM DST-SEL-SECAO = 'S' CADA LINHA COM *
      * O ROTULO ABRE UMA SECAO NOVA, PARA RELATORIOS QUE NAO     *
      * QUEBRAM PAGINA NA TROCA DA CHAVE. PAGINA SEM O ROTULO     *
      * (CAPA, TOTAIS GERAIS) VAI PARA TODOS OS DESTINATARIOS.    *
      * MANUTENCAO SO POR SUPERVISOR, NO DSTMNT, COM AUDIT-TRAIL. *
      * CHAVE PRIMARIA: DST-CHAVE (RELATORIO + DESTINO).          *
      * USADO POR: DSTMNT, RPTDIST                                *
      ***********************************************************
       01  REG-DISTRIBUICAO.
           05 DST-CHAVE.
               10 DST-RELATORIO    PIC X(12).
               10 DST-DESTINO      PIC X(10).
           05 DST-NOME-DESTINO     PIC X(30).
           05 DST-COPIAS           PIC 9(02).
           05 DST-SEL-ROTULO       PIC X(12).
           05 DST-SEL-VALOR        PIC X(12).
           05 DST-SEL-SECAO        PIC X(01).
               88 DST-SECAO-POR-ROTULO VALUE 'S'.
           05 DST-SITUACAO         PIC X(01).
               88 DST-ATIVA            VALUE 'A'.
               88 DST-INATIVA          VALUE 'I'.
           05 DST-DATA-ALTERACAO   PIC 9(08).
           05 DST-OPERADOR         PIC X(08).
