      * PRODUTO NAO CABE NO PERFIL. REGISTRO ANTIGO COM DATA ZERO  *
      * E PERFIL EM BRANCO E TRATADO COMO CONSERVADOR SEM          *
      * VERIFICACAO DE IDADE.                                      *
      * 31/05/22 KA INCLUIDOS REG-CEP, REG-NUMERO E                *
      * REG-COMPLEMENTO - O CADASTRAMENTO E A MANUTENCAO PREENCHEM *
      * LOGRADOURO, CIDADE E UF PELA TABELA DE CEP (CEPTAB) E O    *
      * OPERADOR SO DIGITA NUMERO E COMPLEMENTO. REG-ENDERECO      *
      * CONTINUA SENDO A LINHA COMPLETA (LOGRADOURO, NUMERO        *
      * COMPLEMENTO) USADA NAS CARTAS E EXTRACOES. CEP ZERO =      *
      * ENDERECO DIGITADO SEM CEP (REGISTROS ANTIGOS, CONVERTIDOS  *
      * E PADRONIZADOS PELA CLICEP).                               *
      ***********************************************************
       01 REG-CLIENTE.
           05 REG-CPF          PIC 9(11).
               88 REG-PERFIL-CONSERVADOR VALUE 'C' ' '.
               88 REG-PERFIL-MODERADO    VALUE 'M'.
               88 REG-PERFIL-ARROJADO    VALUE 'A'.
           05 REG-CEP          PIC 9(08).
           05 REG-NUMERO       PIC X(06).
           05 REG-COMPLEMENTO  PIC X(15).
