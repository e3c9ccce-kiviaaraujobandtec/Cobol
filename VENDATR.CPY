      ***********************************************************
      * VENDATR.CPY                                               *
      * LAYOUT DO HISTORICO DE ATRIBUICOES DOS VENDEDORES         *
      * (VENDEDOR-ATRIBUICAO) - CADA REGISTRO DIZ EM QUE REGIAO   *
      * E EM QUAL FILIAL DE LOTACAO (CODIGO DO FILMST) O          *
      * VENDEDOR ATUOU ENTRE A DATA DE INICIO E A DATA DE FIM.    *
      * A ATRIBUICAO VIGENTE TEM FIM 99999999; NA TRANSFERENCIA   *
      * O PROGCOB15M FECHA A VIGENTE NA VESPERA DO NOVO INICIO E  *
      * GRAVA A NOVA, SEM SOBREPOSICAO DE PERIODOS. OS RELATORIOS *
      * REGIONAIS (PROGCOB15D, PROGCOB15A, PROGCOB15P) ATRIBUEM   *
      * CADA DIA DO HISTORICO A ATRIBUICAO EM VIGOR NAQUELA DATA  *
      * (PARAGRAFOS DE VENDATRP.CPY). VEND-REGIAO DO VENDMST      *
      * CONTINUA COM A REGIAO DA ATRIBUICAO MAIS RECENTE.         *
      * CHAVE PRIMARIA: ATR-CHAVE (VENDEDOR + DATA DE INICIO).    *
      ***********************************************************
       01  REG-VEND-ATRIBUICAO.
           05 ATR-CHAVE.
               10 ATR-VENDEDOR     PIC 9(04).
               10 ATR-DATA-INICIO  PIC 9(08).
           05 ATR-DATA-FIM         PIC 9(08).
               88 ATR-VIGENTE          VALUE 99999999.
           05 ATR-REGIAO           PIC X(10).
           05 ATR-FILIAL           PIC X(05).
           05 ATR-DATA-REGISTRO    PIC 9(08).
