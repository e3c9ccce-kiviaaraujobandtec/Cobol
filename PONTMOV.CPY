      ***********************************************************
      * PONTMOV.CPY                                               *
      * LAYOUT DOS MOVIMENTOS DO PROGRAMA DE PONTOS (PONTOS-      *
      * MOVIMENTOS) - O RAZAO DE PONTOS DE CADA CPF, UM REGISTRO  *
      * POR LANCAMENTO, DE ONDE O SALDO DO PONTSALD PODE SER      *
      * SEMPRE RECONSTRUIDO.                                      *
      * TIPOS: G = GANHO NA VENDA (PROGCOB15/PROGCOB15R)          *
      *        E = ESTORNO NA DEVOLUCAO (PROGCOB15/PROGCOB15R)    *
      *        R = RESGATE COMO DESCONTO NO CAIXA (PONTRESG)      *
      *        X = EXPIRACAO (PONTEXP, RODADA NOTURNA)            *
      * CADA GANHO E UM LOTE DE PONTOS COM VALIDADE PROPRIA       *
      * (PTM-VALIDADE = ULTIMO ANO/MES EM QUE VALE); PTM-SALDO-   *
      * LOTE E O QUE AINDA NAO FOI CONSUMIDO DELE. ESTORNO,       *
      * RESGATE E EXPIRACAO CONSOMEM OS LOTES DO MAIS ANTIGO AO   *
      * MAIS NOVO. NOS DEMAIS TIPOS VALIDADE E SALDO DO LOTE VAO  *
      * ZERADOS.                                                  *
      * PTM-VALOR-REF: VALOR DA VENDA OU DEVOLUCAO QUE GEROU O    *
      * LANCAMENTO; NO RESGATE, O DESCONTO CONCEDIDO.             *
      * CHAVE PRIMARIA: PTM-CHAVE (CPF + SEQUENCIA).              *
      ***********************************************************
       01  REG-PONTOS-MOV.
           05 PTM-CHAVE.
               10 PTM-CPF          PIC 9(11).
               10 PTM-SEQ          PIC 9(06).
           05 PTM-DATA             PIC 9(08).
           05 PTM-TIPO             PIC X(01).
               88 PTM-GANHO            VALUE 'G'.
               88 PTM-ESTORNO          VALUE 'E'.
               88 PTM-RESGATE          VALUE 'R'.
               88 PTM-EXPIRACAO        VALUE 'X'.
           05 PTM-PONTOS           PIC 9(09).
           05 PTM-DATA-VENDA       PIC 9(08).
           05 PTM-LOTE             PIC 9(06).
           05 PTM-VALOR-REF        PIC 9(07)V99.
           05 PTM-VALIDADE         PIC 9(06).
           05 PTM-SALDO-LOTE       PIC 9(09).
           05 PTM-SALDO-APOS       PIC 9(09).
           05 PTM-OPERADOR         PIC X(08).
