      ***********************************************************
      * INVTRF.CPY                                                *
      * LAYOUT DO REGISTRO DE TRANSFERENCIAS ENTRE CONTAS DE      *
      * INVESTIMENTO DO MESMO TITULAR (TRANSFERENCIAS-INVEST).    *
      * CADA TRANSFERENCIA GRAVA DOIS MOVIMENTOS NO INVMOV - O    *
      * RESGATE 'R' NA CONTA DE ORIGEM E O APORTE 'A' NA CONTA DE *
      * DESTINO, AMBOS PELO VALOR LIQUIDO DE IOF E IR - E UM      *
      * REGISTRO AQUI PARA CADA UM DELES, COM A MESMA REFERENCIA  *
      * E A CONTA DO OUTRO LADO. OS EXTRATOS (ATIVIDADE05E E      *
      * ATIVIDADE05D) LEEM ESTE REGISTRO PELA CHAVE DO MOVIMENTO  *
      * PARA IMPRIMIR O PAR COMO UMA LINHA DE TRANSFERENCIA.      *
      * TRF-SENTIDO:                                              *
      *   S = SAIDA (MOVIMENTO 'R' DA CONTA DE ORIGEM)            *
      *   E = ENTRADA (MOVIMENTO 'A' DA CONTA DE DESTINO)         *
      * CHAVE PRIMARIA: TRF-CHAVE (CONTA + SEQUENCIA DO MOVIMENTO *
      * NO INVMOV). CHAVE ALTERNATIVA: TRF-REFERENCIA (COM        *
      * DUPLICATAS - OS DOIS LADOS DA MESMA TRANSFERENCIA).       *
      * GRAVADO PELA ATIVIDADE05O.                                *
      ***********************************************************
       01  REG-INVTRF.
           05 TRF-CHAVE.
               10 TRF-CONTA      PIC 9(06).
               10 TRF-SEQ        PIC 9(06).
           05 TRF-REFERENCIA     PIC 9(08).
           05 TRF-SENTIDO        PIC X(01).
               88 TRF-SAIDA          VALUE 'S'.
               88 TRF-ENTRADA        VALUE 'E'.
           05 TRF-CONTA-PAR      PIC 9(06).
           05 TRF-DATA           PIC 9(08).
           05 TRF-VALOR          PIC S9(08)V99.
           05 TRF-OPERADOR       PIC X(08).
