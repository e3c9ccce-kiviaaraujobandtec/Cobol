      ***********************************************************
      * FREQAVIS.CPY                                              *
      * LAYOUT DO HISTORICO DE AVISOS DE FREQUENCIA (FREQ-AVISO)  *
      * - UMA ENTRADA POR CARTA DE ALERTA DE FALTAS ENVIADA AO    *
      * RESPONSAVEL PELA RODADA SEMANAL PROGCOB08Q. O MESMO       *
      * NIVEL NAO E ENVIADO DUAS VEZES NO ANO LETIVO PARA O MESMO *
      * ALUNO. NIVEIS: 1 = RISCO (NO RITMO DE FALTAS ATE HOJE O   *
      * ANO FECHA ABAIXO DO MINIMO FREQ-MINIMA-PCT), 2 = ABAIXO   *
      * (AS FALTAS JA PASSAM DO LIMITE DO ANO - O MINIMO NAO E    *
      * MAIS ALCANCAVEL).                                         *
      * CHAVE PRIMARIA: AVF-CHAVE (ANO LETIVO + MATRICULA +       *
      * NIVEL).                                                   *
      ***********************************************************
       01  REG-FREQ-AVISO.
           05 AVF-CHAVE.
               10 AVF-ANO          PIC 9(04).
               10 AVF-MATRICULA    PIC 9(06).
               10 AVF-NIVEL        PIC 9(01).
                   88 AVF-RISCO            VALUE 1.
                   88 AVF-ABAIXO           VALUE 2.
           05 AVF-DATA-ENVIO       PIC 9(08).
           05 AVF-TURMA            PIC X(05).
           05 AVF-FALTAS           PIC 9(04).
           05 AVF-DIAS-DECORRIDOS  PIC 9(04).
           05 AVF-PCT-ATUAL        PIC 9(03)V99.
           05 AVF-PCT-PROJETADO    PIC 9(03)V99.
