      ***********************************************************
      * BLOQJUD.CPY                                               *
      * LAYOUT DO CADASTRO DE BLOQUEIOS JUDICIAIS DAS CONTAS DE   *
      * INVESTIMENTO (BLOQUEIOS-JUDICIAIS) - UM REGISTRO POR      *
      * ORDEM JUDICIAL (OFICIO/PROCESSO) SOBRE UMA CONTA DO       *
      * INVESTIMENTO-LEDGER, COM O VALOR BLOQUEADO. DIFERENTE DO  *
      * BLOQUEIO 'B' DA CONCILIACAO, NAO PRENDE A CONTA INTEIRA:  *
      * RESGATES (ATIVIDADE05, ATIVIDADE05C, ATIVIDADE05M,        *
      * ATIVIDADE05I) SO PASSAM NO QUE EXCEDER A SOMA DOS         *
      * BLOQUEIOS ATIVOS, E A LIQUIDACAO NO VENCIMENTO            *
      * (ATIVIDADE05S) RETEM ESSA SOMA NA CONTA (SITUACAO 'J') EM *
      * VEZ DE MANDA-LA AO REMPAG.                                *
      * BLJ-SITUACAO:                                             *
      *   A = ATIVO - VALOR PRESO NA CONTA                        *
      *   T = TRANSFERIDO PARA A CONTA DE DEPOSITO JUDICIAL       *
      *   (BLJ-VALOR-TRANSF, COM O PAR CONTABIL NO JRNLEXT)       *
      *   L = LIBERADO POR ORDEM DO JUIZO                         *
      * CHAVE PRIMARIA: BLJ-CHAVE (CONTA + NUMERO DA ORDEM).      *
      * MANTIDO PELO BLQMNT (INCLUSAO, TRANSFERENCIA E LIBERACAO, *
      * CADA UMA NO AUDIT-TRAIL).                                 *
      ***********************************************************
       01  REG-BLOQJUD.
           05 BLJ-CHAVE.
               10 BLJ-CONTA      PIC 9(06).
               10 BLJ-ORDEM      PIC X(20).
           05 BLJ-VALOR          PIC S9(08)V99.
           05 BLJ-DATA           PIC 9(08).
           05 BLJ-SITUACAO       PIC X(01).
               88 BLJ-ATIVO          VALUE 'A'.
               88 BLJ-TRANSFERIDO    VALUE 'T'.
               88 BLJ-LIBERADO       VALUE 'L'.
           05 BLJ-DATA-BAIXA     PIC 9(08).
           05 BLJ-VALOR-TRANSF   PIC S9(08)V99.
           05 BLJ-OPERADOR       PIC X(08).
