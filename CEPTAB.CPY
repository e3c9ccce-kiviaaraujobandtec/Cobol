      ***********************************************************
      * CEPTAB.CPY                                                *
      * LAYOUT DA TABELA DE CEP (TABELA-CEP) - UM REGISTRO POR    *
      * CEP DA BASE DOS CORREIOS, COM LOGRADOURO, BAIRRO, CIDADE  *
      * E UF EM CAIXA ALTA E SEM ACENTOS, CARREGADA/ATUALIZADA    *
      * PELA CEPCARGA. O CADASTRAMENTO (ATIVIDADE01, ATIVIDADE01B)*
      * E A MANUTENCAO (ATIVIDADE01M) PREENCHEM LOGRADOURO, CIDADE*
      * E UF DO CLIENTE A PARTIR DAQUI; A PADRONIZACAO CLICEP     *
      * CONFERE A GRAFIA DAS CIDADES CONTRA ELA.                  *
      * CHAVE PRIMARIA: CEP-CODIGO.                               *
      ***********************************************************
       01  REG-CEP-TABELA.
           05 CEP-CODIGO           PIC 9(08).
           05 CEP-LOGRADOURO       PIC X(40).
           05 CEP-BAIRRO           PIC X(30).
           05 CEP-CIDADE           PIC X(30).
           05 CEP-UF               PIC X(02).
           05 CEP-DATA-CARGA       PIC 9(08).
