       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDHASH.
      **********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = KIVIA(ALURA) KIVIAAL
      *OBJETIVO: SUBROTINA COMPARTILHADA DO ENCADEAMENTO DO
      *AUDIT-TRAIL - CALCULA O HASH DE UMA ENTRADA NO LAYOUT DO
      *AUDITLOG.CPY SOBRE AS 118 PRIMEIRAS POSICOES (DADOS DA
      *ENTRADA, AUD-SEQUENCIA E AUD-HASH-ANT, QUE E O HASH DA
      *ENTRADA ANTERIOR) E DEVOLVE OS 30 DIGITOS DO AUD-HASH.
      *COMO O HASH ANTERIOR ENTRA NO CALCULO, ALTERAR, INCLUIR OU
      *RETIRAR UMA ENTRADA QUEBRA A CONFERENCIA DAQUELE PONTO EM
      *DIANTE. SAO DOIS ACUMULADORES DE 15 DIGITOS, CADA UM
      *MODULO UM PRIMO DIFERENTE, COM PESOS DIFERENTES POR
      *CARACTER. USADA PELA GRAVACAO (GRAVAR-AUDITORIA DO
      *AUDITPRC.CPY), PELA FAXINA AUDITHSK, PELA CONVERSAO AUDCONV
      *E PELA VERIFICACAO AUDVERIF - O CALCULO FICA NUM SO LUGAR.
      *DATA   = 09/06/22
      *HISTORICO DE ALTERACOES
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *ACUMULADORES E PRIMOS DO CALCULO
       77 WRK-HASH-A      PIC 9(15) VALUE ZEROS.
       77 WRK-HASH-B      PIC 9(15) VALUE ZEROS.
       77 WRK-PRIMO-A     PIC 9(15) VALUE 999999999999989.
       77 WRK-PRIMO-B     PIC 9(15) VALUE 999999999999947.
       77 WRK-PRODUTO     PIC 9(18) VALUE ZEROS.
       77 WRK-QUOCIENTE   PIC 9(18) VALUE ZEROS.
       77 WRK-CARACTER    PIC 9(03) VALUE ZEROS.
       77 WRK-IND         PIC 9(03) VALUE ZEROS.

       LINKAGE SECTION.
       01  LK-ENTRADA.
           05 LK-BYTE           PIC X(01) OCCURS 118 TIMES.
           05 FILLER            PIC X(30).
       01  LK-HASH.
           05 LK-HASH-A         PIC 9(15).
           05 LK-HASH-B         PIC 9(15).

       PROCEDURE DIVISION USING LK-ENTRADA LK-HASH.
       0001-PRINCIPAL.

           MOVE 314159265358979 TO WRK-HASH-A.
           MOVE 271828182845904 TO WRK-HASH-B.
           PERFORM 0002-SOMAR-CARACTER
               VARYING WRK-IND FROM 1 BY 1 UNTIL WRK-IND > 118.
           MOVE WRK-HASH-A TO LK-HASH-A.
           MOVE WRK-HASH-B TO LK-HASH-B.

           GOBACK.

      *CADA CARACTER ENTRA PELO SEU NUMERO DE ORDEM; NO SEGUNDO
      *ACUMULADOR PESA TAMBEM A POSICAO, PARA QUE A TROCA DE DOIS
      *CARACTERES DE LUGAR NAO PASSE DESPERCEBIDA
       0002-SOMAR-CARACTER.

           COMPUTE WRK-CARACTER = FUNCTION ORD(LK-BYTE(WRK-IND)).
           COMPUTE WRK-PRODUTO = WRK-HASH-A * 257 + WRK-CARACTER.
           DIVIDE WRK-PRODUTO BY WRK-PRIMO-A
               GIVING WRK-QUOCIENTE REMAINDER WRK-HASH-A.
           COMPUTE WRK-PRODUTO = WRK-HASH-B * 263 +
               WRK-CARACTER * WRK-IND.
           DIVIDE WRK-PRODUTO BY WRK-PRIMO-B
               GIVING WRK-QUOCIENTE REMAINDER WRK-HASH-B.
