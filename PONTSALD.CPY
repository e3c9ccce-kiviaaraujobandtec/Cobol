      ***********************************************************
      * PONTSALD.CPY                                              *
      * LAYOUT DO SALDO DO PROGRAMA DE PONTOS POR CLIENTE         *
      * (PONTOS-SALDO) - UM REGISTRO POR CPF PARTICIPANTE, CRIADO *
      * NO PRIMEIRO CREDITO DE PONTOS (ADESAO). SO ENTRA NO       *
      * PROGRAMA O CLIENTE QUE ACEITA MARKETING (REG-CONSENTIMENTO*
      * DO CLIREG.CPY). O SALDO E SEMPRE A SOMA DOS PONTOS AINDA  *
      * NAO CONSUMIDOS DOS CREDITOS NO PONTMOV, E PTS-ULT-SEQ E A *
      * ULTIMA SEQUENCIA USADA NOS MOVIMENTOS DO CPF. OS TOTAIS   *
      * ACUMULAM DESDE A ADESAO. GRAVADO PELOS PARAGRAFOS DE      *
      * PONTOSP.CPY (PROGCOB15, PROGCOB15R, PONTRESG) E PELO      *
      * PONTEXP; LIDO PELO PONTPASS E PELA CONSULTA ATIVIDADE01Q. *
      * CHAVE PRIMARIA: PTS-CPF.                                  *
      ***********************************************************
       01  REG-PONTOS-SALDO.
           05 PTS-CPF              PIC 9(11).
           05 PTS-SALDO            PIC 9(09).
           05 PTS-ULT-SEQ          PIC 9(06).
           05 PTS-DATA-ADESAO      PIC 9(08).
           05 PTS-DATA-ULT-MOV     PIC 9(08).
           05 PTS-TOT-GANHOS       PIC 9(09).
           05 PTS-TOT-ESTORNOS     PIC 9(09).
           05 PTS-TOT-RESGATES     PIC 9(09).
           05 PTS-TOT-EXPIRADOS    PIC 9(09).
