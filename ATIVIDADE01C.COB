      *NIGHTCTL): COM O SISTEMA TRAVADO A ATUALIZACAO E
      *RECUSADA, SALVO LIBERACAO DE SUPERVISOR REGISTRADA NO
      *AUDIT-TRAIL (LIBERA-QUIESCE)
      *31/05/22 KA A IMAGEM DO REGISTRO ACOMPANHA OS NOVOS CAMPOS
      *REG-CEP, REG-NUMERO E REG-COMPLEMENTO DO CLIREG.CPY
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 IMG-CONSENTIMENTO PIC X(01).
           05 IMG-DATA-NASCIMENTO PIC 9(08).
           05 IMG-PERFIL-INV   PIC X(01).
           05 IMG-CEP          PIC 9(08).
           05 IMG-NUMERO       PIC X(06).
           05 IMG-COMPLEMENTO  PIC X(15).

       77 WRK-LEDGER-STATUS PIC X(02) VALUE ZEROS.
           88 LEDGER-OK VALUE '00'.
