      * MEDIDO (AREA APURADA X CUSTO POR M2 DE PARAMETROS)        *
      * CONTRA O ORCADO E APONTA AS OBRAS ESTOURADAS.             *
      * CHAVE PRIMARIA: ORC-OBRA.                                 *
      * 17/05/22 KA DADOS DO CONTRATO DA OBRA PARA O FATURAMENTO  *
      * DAS MEDICOES (PROGCOB11F): VALOR CONTRATADO, PERCENTUAL   *
      * DE RETENCAO CONTRATUAL E CPF DO CLIENTE NO CADCLI, EM     *
      * NOME DE QUEM SAI O RECEBIVEL. VALOR ZERO OU CPF ZERO =    *
      * OBRA AINDA NAO FATURAVEL. CONVERSAO PELO ORCCONV.         *
      * 23/05/22 KA DATA DE ENTREGA CONTRATADA DA OBRA (ZERO = SEM*
      * PRAZO), CONTRA A QUAL O CRONOGRAMA (PROGCOB11E) CONFERE A *
      * PREVISAO DE TERMINO. CONVERSAO PELO MESMO ORCCONV.        *
      ***********************************************************
       01  REG-ORCAMENTO.
           05 ORC-OBRA           PIC 9(04).
           05 ORC-AREA           PIC 9(07)V99.
           05 ORC-CUSTO          PIC 9(09)V99.
           05 ORC-VALOR-CONTRATO PIC 9(09)V99.
           05 ORC-RETENCAO-PCT   PIC 9(02)V99.
           05 ORC-CPF-CLIENTE    PIC 9(11).
           05 ORC-DATA-ENTREGA   PIC 9(08).
