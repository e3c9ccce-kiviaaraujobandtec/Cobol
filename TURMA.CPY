      ***********************************************************
      * TURMA.CPY                                                 *
      * LAYOUT DO CADASTRO DE TURMAS (TURMA-MASTER) - SERIE,      *
      * TURNO, SALA, CAPACIDADE DA SALA E SITUACAO DE CADA TURMA. *
      * INDEXADO POR TUR-CODIGO (ASSIGN "TURMAMST"), MANTIDO PELO *
      * TURMAMNT. A MATRICULA E A TRANSFERENCIA DO LOTE PROGCOB08G*
      * SO ACEITAM TURMA CADASTRADA E ATIVA E, COM A SALA CHEIA,  *
      * MANDAM O ALUNO PARA A LISTA DE ESPERA (ESPERA.CPY).       *
      * USADO POR: TURMAMNT, PROGCOB08G, PROGCOB08M, PROGCOB08P,  *
      * MENSMNT.                                                  *
      * 13/05/22 KA CRIADO                                        *
      ***********************************************************
       01  REG-TURMA.
           05 TUR-CODIGO        PIC X(05).
           05 TUR-SERIE         PIC 9(02).
           05 TUR-TURNO         PIC X(01).
               88 TUR-MANHA         VALUE 'M'.
               88 TUR-TARDE         VALUE 'T'.
               88 TUR-NOITE         VALUE 'N'.
           05 TUR-SALA          PIC X(05).
           05 TUR-CAPACIDADE    PIC 9(03).
           05 TUR-SITUACAO      PIC X(01).
               88 TUR-ATIVA         VALUE 'A'.
               88 TUR-INATIVA       VALUE 'I'.
