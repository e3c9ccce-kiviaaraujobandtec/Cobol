      * FIM DE SEMANA OU FERIADO. CARGA ANUAL E MANUTENCAO DE     *
      * FERIADOS PELO CALMANUT; CONSULTA PELOS PARAGRAFOS PADRAO  *
      * DE CALENDP.CPY.                                           *
      * CAL-TIPO E A CLASSIFICACAO NACIONAL DA DATA. OS FERIADOS  *
      * ESTADUAIS E MUNICIPAIS DA DATA FICAM NA TABELA            *
      * CAL-FERIADO-LOCAL: POR UF (CAL-LOC-FILIAL EM BRANCO) OU   *
      * SO PARA UMA FILIAL DO FILMST. A DATA SO E UTIL PARA A     *
      * FILIAL OU CLIENTE SE FOR DIA UTIL NACIONAL E NAO HOUVER   *
      * FERIADO LOCAL DA SUA UF OU DA PROPRIA FILIAL (CONSULTA    *
      * VALIDAR-DATA-UTIL COM CAL-WS-UF / CAL-WS-FILIAL).         *
      * CHAVE PRIMARIA: CAL-DATA.                                 *
      ***********************************************************
       01  REG-CALENDARIO.
               88 CAL-FIM-SEMANA     VALUE 'S'.
               88 CAL-FERIADO        VALUE 'F'.
           05 CAL-DESCRICAO      PIC X(20).
           05 CAL-QTD-LOCAIS     PIC 9(02).
           05 CAL-LOCAIS.
               10 CAL-FERIADO-LOCAL OCCURS 15 TIMES.
                   15 CAL-LOC-UF         PIC X(02).
                   15 CAL-LOC-FILIAL     PIC X(05).
                   15 CAL-LOC-DESCRICAO  PIC X(20).
