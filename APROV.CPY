      *   PARM = MUDANCA DE PARAMETRO (PARMMNT): ACAO(1) +        *
      *          CODIGO(17) + VIGENCIA(8) + TIPO(1) + VALOR(9) +  *
      *          VALOR CARACTER(24) (TIPOS C/D; BRANCO NO TIPO N) *
      *   PLANO = PLANO DE PARCELAMENTO COM JUROS (PLANMNT):      *
      *          ACAO(1) + PARCELAS(2) + TAXA MENSAL EM DECIMOS   *
      *          DE MILESIMO(6) (ZERO NA EXCLUSAO)                *
      *   PERDA = BAIXA DE CONTRATO COMO PERDA (RECPERDA):        *
      *          CONTRATO(6) + SALDO EM ABERTO EM CENTAVOS(9)     *
      *   PRECO = PRECO DE LISTA FORA DA TOLERANCIA (PRECGERA):   *
      *          PRODUTO(10) + PRECO NOVO EM CENTAVOS(9)          *
      *   PROMO = PRECO PROMOCIONAL FORA DA TOLERANCIA (PRECMNT): *
      *          PRODUTO(10) + INICIO(8) + FIM(8) + PRECO EM      *
      *          CENTAVOS(9)                                      *
      *   INVENT = AJUSTE DE INVENTARIO FISICO (INVMNT): ABERTURA *
      *          DA CONTAGEM(8) + PRODUTOS CONTADOS(5) + FALTAS   *
      *          EM CENTAVOS(11) + SOBRAS EM CENTAVOS(11)         *
      *   RESGCONJ = RESGATE DE CONTA CONJUNTA 'E' (ATIVIDADE05,  *
      *          ATIVIDADE05C, ATIVIDADE05I): CONTA(6) +          *
      *          OPERACAO(1: R=RESGATE E=ENCERRAMENTO             *
      *          P=PROGRAMADO) + VALOR EM CENTAVOS(11) (ZERO NO   *
      *          ENCERRAMENTO) + CPF DO PRIMEIRO TITULAR(11)      *
      *   ADITIVO = ADITIVO AO ORCAMENTO DA OBRA (ADITMNT):       *
      *          OBRA(4) + NUMERO(3) + AREA EM CENTESIMOS(9) +    *
      *          CUSTO EM CENTAVOS(11) + VALOR DE CONTRATO EM     *
      *          CENTAVOS(11)                                     *
      *   LGPD = ELIMINACAO DE DADOS DO TITULAR (LGPDELIM):       *
      *          CPF(11)                                          *
      *   LIMITE = LIMITE DE CREDITO ACIMA DA ALCADA (LIMMNT):    *
      *          CPF(11) + LIMITE NOVO EM CENTAVOS(9)             *
      * SITUACOES: P=PENDENTE A=APROVADA R=REJEITADA C=CONSUMIDA  *
      * (APLICADA PELO PROGRAMA DE ORIGEM).                       *
      * CHAVE PRIMARIA: APR-ID.                                   *
               88 APR-TIPO-LOTE      VALUE 'LOTE'.
               88 APR-TIPO-CPF       VALUE 'CPF'.
               88 APR-TIPO-PARM      VALUE 'PARM'.
               88 APR-TIPO-PLANO     VALUE 'PLANO'.
               88 APR-TIPO-PERDA     VALUE 'PERDA'.
               88 APR-TIPO-PRECO     VALUE 'PRECO'.
               88 APR-TIPO-PROMO     VALUE 'PROMO'.
               88 APR-TIPO-INVENT    VALUE 'INVENT'.
               88 APR-TIPO-RESGCONJ  VALUE 'RESGCONJ'.
               88 APR-TIPO-ADITIVO   VALUE 'ADITIVO'.
               88 APR-TIPO-LGPD      VALUE 'LGPD'.
               88 APR-TIPO-LIMITE    VALUE 'LIMITE'.
           05 APR-DADOS          PIC X(60).
           05 APR-OPER-ORIGEM    PIC X(08).
           05 APR-DATA-CRIACAO   PIC 9(08).
