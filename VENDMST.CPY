      * QUE VEM EM VENDA-VENDEDOR NAS TRANSACOES DE VENDA).       *
      * A COMISSAO E O PERCENTUAL DO VENDEDOR SOBRE A VENDA       *
      * LIQUIDA.                                                  *
      * VEND-REGIAO E A REGIAO ATUAL; O HISTORICO DE REGIAO E     *
      * FILIAL DE LOTACAO COM DATAS DE VIGENCIA FICA NO VENDATR.   *
      * USADO POR: PROGCOB15, PROGCOB15M                          *
      ***********************************************************
       01  REG-VENDEDOR.
