      ***********************************************************
      * PRECOVEN.CPY                                              *
      * LAYOUT DA LISTA DE PRECOS DE VENDA (PRECO-VENDA) - UM     *
      * REGISTRO POR PRODUTO DO PRODMST, TIPO E DATA DE INICIO:   *
      *   L = PRECO DE LISTA, GERADO PELO PRECGERA A PARTIR DO    *
      *       CUSTO MEDIO MOVEL (EST-CUSTO-MEDIO) COM O MARKUP DO *
      *       GRUPO DO PRODUTO E O ICMS DA UF DE VENDA (ICMSTAB)  *
      *       EMBUTIDO ("POR DENTRO"). CADA MUDANCA GRAVA UM      *
      *       REGISTRO NOVO COM A DATA DA RODADA - VALE O DE      *
      *       MAIOR INICIO ATE A DATA CONSULTADA, SEM FIM (FIM    *
      *       99999999);                                          *
      *   P = PRECO PROMOCIONAL, CADASTRADO NO PRECMNT COM INICIO *
      *       E FIM - DENTRO DO PERIODO PREVALECE SOBRE O DE      *
      *       LISTA.                                              *
      * MUDANCA FORA DA TOLERANCIA (PARAMETRO PRECO-TOLERANCIA)   *
      * SO E GRAVADA COM APROVACAO DE SUPERVISOR (QUATRO OLHOS).  *
      * O PRECO EM VIGOR NUMA DATA E RESOLVIDO PELO PARAGRAFO     *
      * OBTER-PRECO-VIGENTE (PRECOVP.CPY).                        *
      * CHAVE PRIMARIA: PVEN-CHAVE (PRODUTO + TIPO + INICIO).     *
      * USADO POR: PRECGERA, PRECMNT, PROGCOB15                   *
      ***********************************************************
       01  REG-PRECO-VENDA.
           05 PVEN-CHAVE.
               10 PVEN-PRODUTO       PIC X(10).
               10 PVEN-TIPO          PIC X(01).
                   88 PVEN-LISTA         VALUE 'L'.
                   88 PVEN-PROMOCAO      VALUE 'P'.
               10 PVEN-INICIO        PIC 9(08).
           05 PVEN-FIM           PIC 9(08).
           05 PVEN-PRECO         PIC 9(07)V99.
           05 PVEN-CUSTO-BASE    PIC 9(06)V99.
           05 PVEN-MARKUP        PIC 9(03)V99.
           05 PVEN-UF            PIC X(02).
           05 PVEN-ALIQ-ICMS     PIC 9(02)V99.
           05 PVEN-DATA-ALTERACAO PIC 9(08).
           05 PVEN-PROGRAMA      PIC X(08).
