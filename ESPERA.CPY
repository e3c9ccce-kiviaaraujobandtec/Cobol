      ***********************************************************
      * ESPERA.CPY                                                *
      * LAYOUT DA LISTA DE ESPERA POR TURMA (LISTA-ESPERA) - A    *
      * MATRICULA OU TRANSFERENCIA DO LOTE PROGCOB08G PARA TURMA  *
      * COM A SALA CHEIA ENTRA NA LISTA EM VEZ DE SER REJEITADA.  *
      * A ORDEM DE CHEGADA E A PROPRIA CHAVE: TURMA + DATA DE     *
      * ENTRADA + SEQUENCIA DO DIA NA TURMA (ASSIGN "ESPERA").    *
      * QUANDO ABRE VAGA (BAIXA OU TRANSFERENCIA PARA FORA), O    *
      * PRIMEIRO AGUARDANDO RECEBE A OFERTA NO RELATORIO DIARIO DE*
      * VAGAS (VAGASDIA) E A VAGA FICA RESERVADA PARA ELE ATE A   *
      * MATRICULA/TRANSFERENCIA (ATENDIDA) OU A DESISTENCIA (TIPO *
      * D NO MATLOTE).                                            *
      * SITUACAO: A = AGUARDANDO  O = VAGA OFERTADA               *
      *           E = ATENDIDA    D = DESISTENCIA                 *
      * 13/05/22 KA CRIADO                                        *
      ***********************************************************
       01  REG-ESPERA.
           05 ESP-CHAVE.
               10 ESP-TURMA         PIC X(05).
               10 ESP-DATA-ENTRADA  PIC 9(08).
               10 ESP-SEQUENCIA     PIC 9(05).
           05 ESP-MATRICULA     PIC 9(06).
           05 ESP-NOME          PIC X(30).
           05 ESP-TIPO          PIC X(01).
               88 ESP-MATRICULA-NOVA VALUE 'M'.
               88 ESP-TRANSFERENCIA  VALUE 'T'.
           05 ESP-SITUACAO      PIC X(01).
               88 ESP-AGUARDANDO    VALUE 'A'.
               88 ESP-OFERTADA      VALUE 'O'.
               88 ESP-ATENDIDA      VALUE 'E'.
               88 ESP-DESISTENTE    VALUE 'D'.
           05 ESP-DATA-OFERTA   PIC 9(08).
