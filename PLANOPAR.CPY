      ***********************************************************
      * PLANOPAR.CPY                                              *
      * LAYOUT DA TABELA DE PLANOS DE PARCELAMENTO COM JUROS      *
      * (PLANOS-PARCELAMENTO) - UMA TAXA MENSAL PERCENTUAL POR    *
      * NUMERO DE PARCELAS (7 A 12), MANTIDA PELO PLANMNT SOB     *
      * QUATRO OLHOS (APROVREV). O PROGCOB15J CALCULA A PARCELA   *
      * DA VENDA 'P' ACIMA DE 6 PARCELAS PELA TABELA PRICE COM A  *
      * TAXA DO PLANO; DE 2 A 6 PARCELAS A VENDA SEGUE SEM JUROS  *
      * E NAO CONSULTA ESTA TABELA.                               *
      * CHAVE PRIMARIA: PLAN-QTD-PARCELAS.                        *
      * USADO POR: PLANMNT, PROGCOB15J                            *
      ***********************************************************
       01  REG-PLANO-PARCELAMENTO.
           05 PLAN-QTD-PARCELAS  PIC 9(02).
           05 PLAN-TAXA-MENSAL   PIC 9(02)V9999.
           05 PLAN-DATA-ALTERACAO PIC 9(08).
