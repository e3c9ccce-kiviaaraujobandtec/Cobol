      ***********************************************************
      * OBRACRON.CPY                                              *
      * LAYOUT DO CRONOGRAMA DA OBRA (OBRA-CRONOGRAMA) - ETAPAS   *
      * DE CADA OBRA (FUNDACAO, ESTRUTURA, COBERTURA, ACABAMENTO  *
      * ETC.), NUMERADAS NA ORDEM DE EXECUCAO, COM INICIO E FIM   *
      * PREVISTOS E O PERCENTUAL CONCLUIDO ACUMULADO PREVISTO AO  *
      * FIM DE CADA ETAPA (A CURVA PREVISTA DA OBRA). INICIO E    *
      * FIM REAIS SAO LANCADOS QUANDO A ETAPA COMECA E TERMINA    *
      * (ZERO = AINDA NAO). MANTIDO PELO PROGCOB11M; O PREVISTO   *
      * X REALIZADO SEMANAL E O PROGCOB11E.                       *
      * CHAVE PRIMARIA: CRO-CHAVE (OBRA + ETAPA).                 *
      ***********************************************************
       01  REG-CRONOGRAMA.
           05 CRO-CHAVE.
               10 CRO-OBRA           PIC 9(04).
               10 CRO-ETAPA          PIC 9(02).
           05 CRO-DESCRICAO      PIC X(30).
           05 CRO-INICIO-PREV    PIC 9(08).
           05 CRO-FIM-PREV       PIC 9(08).
           05 CRO-PCT-PREVISTO   PIC 9(03)V99.
           05 CRO-INICIO-REAL    PIC 9(08).
           05 CRO-FIM-REAL       PIC 9(08).
