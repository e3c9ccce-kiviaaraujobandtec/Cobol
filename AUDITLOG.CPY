      * AUDITLOG.CPY                                               *
      * LAYOUT DO ARQUIVO SEQUENCIAL AUDIT-TRAIL - REGISTRA CADA   *
      * ENTRADA ACEITA DO OPERADOR NOS PROGRAMAS QUE O UTILIZAM.   *
      * 09/06/22 KA CADEIA DE HASH CONTRA ADULTERACAO - CADA      *
      * ENTRADA LEVA O NUMERO DE SEQUENCIA (AUD-SEQUENCIA, SEM    *
      * LACUNA), O HASH DA ENTRADA ANTERIOR (AUD-HASH-ANT) E O    *
      * SEU PROPRIO HASH (AUD-HASH), CALCULADO PELA SUBROTINA     *
      * AUDHASH SOBRE AS POSICOES 1 A 118. A CADEIA CONTINUA DO   *
      * AUDARCH PARA O AUDITLOG E E CONFERIDA PELO AUDVERIF. NO   *
      * INICIO DO AUDARCH PODE HAVER A ENTRADA DE EXPURGO DA      *
      * FAXINA (AUDITHSK / EXPURGO-ARQ), QUE GUARDA A SEQUENCIA E *
      * O HASH DA ULTIMA ENTRADA EXPURGADA PELA RETENCAO.         *
      * 01/03/22 KA INCLUIDO AUD-OPERADOR - IDENTIFICACAO DO      *
      * OPERADOR ASSINADO NO MENU-PRINCIPAL (ARQUIVO DE SESSAO    *
      * OPERSESS), PARA A TRILHA FINALMENTE RESPONDER "QUEM".     *
           05 AUD-CAMPO        PIC X(15).
           05 AUD-VALOR        PIC X(30).
           05 AUD-OPERADOR     PIC X(08).
           05 AUD-SEQUENCIA    PIC 9(09).
           05 AUD-HASH-ANT     PIC X(30).
           05 AUD-HASH         PIC X(30).
