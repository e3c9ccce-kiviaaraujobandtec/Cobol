      *          VEN = VENDEDOR DESCONHECIDO OU INATIVO           *
      *          DAT = DATA NAO UTIL OU FUTURA                    *
      *          CLI = CPF DO COMPRADOR NAO CADASTRADO            *
      *          PRD = PRODUTO FORA DO CADASTRO PRODMST           *
      *          QTD = PRODUTO INFORMADO COM QUANTIDADE ZERADA    *
      *          EST = VENDA MAIOR QUE O SALDO EM ESTOQUE         *
      *          INV = PRODUTO CONGELADO PELO INVENTARIO FISICO   *
      *          PAG = FORMA DE PAGAMENTO INVALIDA, OU CARTAO SEM *
      *                NSU OU COM NSU JA REGISTRADO               *
      *          CRD = VENDA PARCELADA SEM CREDITO: SEM CPF, COM  *
      *                PARCELA EM ATRASO OU ACIMA DO LIMITE       *
      * USADO POR: PROGCOB15, PROGCOB15R, PROGCOB15J (SO LE OS    *
      * CRD, PARA NAO GERAR PARCELAS DA VENDA RETIDA)             *
      * 07/03/22 KA SUSP-IMAGEM AMPLIADA DE X(22) PARA X(33),     *
      * ACOMPANHANDO O VENDA-CPF-CLIENTE DO VENDAS.CPY, E NOVO    *
      * MOTIVO CLI                                                *
      * 11/03/22 KA SUSP-IMAGEM AMPLIADA PARA X(35), ACOMPANHANDO *
      * O VENDA-QTD-PARCELAS DA VENDA PARCELADA                   *
      * 18/04/22 KA SUSP-IMAGEM AMPLIADA PARA X(54), ACOMPANHANDO *
      * O PRODUTO E A QUANTIDADE DA VENDA, E NOVOS MOTIVOS PRD,   *
      * QTD E EST DA BAIXA DE ESTOQUE                             *
      * 20/04/22 KA SUSP-IMAGEM AMPLIADA PARA X(67), ACOMPANHANDO *
      * A FORMA DE PAGAMENTO E O NSU DO CARTAO, E NOVO MOTIVO PAG *
      * 04/06/22 KA NOVO MOTIVO CRD DO LIMITE DE CREDITO          *
      * 10/06/22 KA NOVO MOTIVO INV DO INVENTARIO FISICO          *
      ***********************************************************
       01  REG-VENDA-SUSP.
           05 SUSP-MOTIVO          PIC X(03).
               88 SUSP-VEND-INVALIDO    VALUE 'VEN'.
               88 SUSP-DATA-INVALIDA     VALUE 'DAT'.
               88 SUSP-CLI-INVALIDO      VALUE 'CLI'.
               88 SUSP-PROD-INVALIDO     VALUE 'PRD'.
               88 SUSP-QTD-INVALIDA      VALUE 'QTD'.
               88 SUSP-SEM-ESTOQUE       VALUE 'EST'.
               88 SUSP-EM-INVENTARIO     VALUE 'INV'.
               88 SUSP-PAGTO-INVALIDO    VALUE 'PAG'.
               88 SUSP-SEM-CREDITO       VALUE 'CRD'.
           05 SUSP-LOTE            PIC 9(06).
           05 SUSP-IMAGEM          PIC X(67).
