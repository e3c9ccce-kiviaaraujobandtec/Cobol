       IDENTIFICATION DIVISION.
       PROGRAM-ID. PONTRESG.
      **********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = KIVIA(ALURA) KIVIAAL
      *OBJETIVO: RESGATE DE PONTOS DE FIDELIDADE NO CAIXA. O
      *OPERADOR INFORMA O CPF E O VALOR DA VENDA; O PROGRAMA
      *MOSTRA O SALDO DE PONTOS, O MAXIMO RESGATAVEL (LIMITADO AO
      *SALDO E AO VALOR DA VENDA, A PONTOS-VALOR REAIS POR PONTO)
      *E, COM OS PONTOS ESCOLHIDOS E A CONFIRMACAO DO OPERADOR,
      *LANCA O RESGATE NO RAZAO DE PONTOS (PONTMOV, TIPO R) E
      *INFORMA O DESCONTO E O VALOR A PAGAR. EXIGE SESSAO
      *ASSINADA (MENU-PRINCIPAL, OPCAO 10) E CADA RESGATE VAI
      *PARA O AUDIT-TRAIL.
      *DATA   = 03/06/22
      *HISTORICO DE ALTERACOES
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PONTOS-SALDO ASSIGN TO "PONTSALD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTS-CPF
               FILE STATUS IS PTS-WS-STATUS.

           SELECT PONTOS-MOVIMENTOS ASSIGN TO "PONTMOV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTM-CHAVE
               FILE STATUS IS PTM-WS-STATUS.

           SELECT PARAMETROS ASSIGN TO "PARAMETR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARM-CHAVE
               FILE STATUS IS PARM-WS-STATUS.

           SELECT AUDIT-TRAIL ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUD-WS-STATUS.

           SELECT OPERADOR-SESSAO ASSIGN TO "OPERSESS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SES-WS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PONTOS-SALDO.
           COPY 'PONTSALD.CPY'.

       FD  PONTOS-MOVIMENTOS.
           COPY 'PONTMOV.CPY'.

       FD  PARAMETROS.
           COPY 'PARAMETROS.CPY'.

       FD  AUDIT-TRAIL.
           COPY 'AUDITLOG.CPY'.

       FD  OPERADOR-SESSAO.
           COPY 'OPERSESS.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'AUDITWS.CPY'.
           COPY 'OPERSESW.CPY'.
           COPY 'PONTOSW.CPY'.
           COPY 'PARAMETROSW.CPY'.

       77 WRK-OPERADOR PIC X(08) VALUE SPACES.
       77 WRK-CPF-ENT PIC X(11) VALUE SPACES.
       77 WRK-CPF PIC 9(11) VALUE ZEROS.
       77 WRK-CPF-ED PIC *********/99 VALUE ZEROS.
       77 WRK-ENTRADA-VALIDA PIC X(01) VALUE 'N'.
           88 ENTRADA-VALIDA VALUE 'S'.
       77 WRK-VALOR-ENT PIC X(11) VALUE SPACES.
       77 WRK-VALOR-NUM PIC 9(09) VALUE ZEROS.
       77 WRK-VALOR-VENDA PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PONTOS-ENT PIC X(11) VALUE SPACES.
       77 WRK-PONTOS PIC 9(09) VALUE ZEROS.
       77 WRK-PONTOS-MAX PIC 9(09) VALUE ZEROS.
       77 WRK-PONTOS-ED PIC ZZZ.ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-DESCONTO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-A-PAGAR PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-SALDO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-RESPOSTA PIC X(01) VALUE SPACES.
           88 RESPOSTA-SIM VALUE 'S'.
           COPY 'MONEY.CPY' REPLACING ==MONEY-FIELD-NAME==
               BY ==WRK-VALOR-ED==.
           COPY 'RUNDATE.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0002-INICIALIZAR THRU 0002-INICIALIZAR-EXIT.
           PERFORM 0003-FINALIZAR.

           GOBACK.

       0002-INICIALIZAR.
           PERFORM OBTER-DATA-EXECUCAO.
           DISPLAY 'PONTRESG' '   DATA: ' RUNDATE-HOJE-ED.
           DISPLAY 'RESGATE DE PONTOS DE FIDELIDADE'.

           PERFORM OBTER-OPERADOR-SESSAO.
           MOVE AUD-WS-OPERADOR TO WRK-OPERADOR.
           IF WRK-OPERADOR = SPACES
               DISPLAY 'SEM SESSAO ASSINADA - RESGATE NAO '
                       'DISPONIVEL.'
               GO TO 0002-INICIALIZAR-EXIT
           END-IF.

           PERFORM ABRIR-PONTOS.
           PERFORM RESGATAR-NO-CAIXA THRU RESGATAR-NO-CAIXA-EXIT.

       0002-INICIALIZAR-EXIT.
           EXIT.

       0003-FINALIZAR.
           PERFORM FECHAR-PONTOS.
           PERFORM FECHAR-PARAMETROS.
           PERFORM FECHAR-AUDITORIA.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

      *----------------------------------------------------------*
      * RESGATAR-NO-CAIXA                                         *
      * CPF, VALOR DA VENDA E PONTOS A RESGATAR (BRANCO = O       *
      * MAXIMO). O DESCONTO E PONTOS X PONTOS-VALOR, SEM PASSAR   *
      * DO VALOR DA VENDA; O RESGATE SO E LANCADO COM S.          *
      *----------------------------------------------------------*
       RESGATAR-NO-CAIXA.
           DISPLAY 'CPF DO CLIENTE'.
           ACCEPT WRK-CPF-ENT FROM CONSOLE.
           CALL 'VALIDNUM' USING WRK-CPF-ENT WRK-ENTRADA-VALIDA.
           IF NOT ENTRADA-VALIDA
               DISPLAY 'ENTRADA INVALIDA - NADA FOI RESGATADO.'
               GO TO RESGATAR-NO-CAIXA-EXIT
           END-IF.
           MOVE FUNCTION TRIM(WRK-CPF-ENT) TO WRK-CPF.
           MOVE WRK-CPF TO WRK-CPF-ED.
           MOVE WRK-CPF TO PTS-WS-CPF.
           PERFORM LER-SALDO-PONTOS.
           IF NOT PTS-PARTICIPANTE
               DISPLAY 'CPF ' WRK-CPF-ED ' NAO PARTICIPA DO '
                       'PROGRAMA DE PONTOS.'
               GO TO RESGATAR-NO-CAIXA-EXIT
           END-IF.
           MOVE PTS-SALDO TO WRK-PONTOS-ED.
           COMPUTE WRK-VALOR-SALDO = PTS-SALDO * PTS-WS-VALOR-PONTO.
           MOVE WRK-VALOR-SALDO TO WRK-VALOR-ED.
           DISPLAY 'SALDO DE PONTOS: ' WRK-PONTOS-ED
                   '  (VALE ' WRK-VALOR-ED ')'.
           IF PTS-SALDO = ZEROS
               DISPLAY 'SEM PONTOS PARA RESGATE.'
               GO TO RESGATAR-NO-CAIXA-EXIT
           END-IF.
           IF PTS-WS-VALOR-PONTO = ZEROS
               DISPLAY 'RESGATE SUSPENSO - PONTOS-VALOR ZERADO NO '
                       'PARAMETROS.'
               GO TO RESGATAR-NO-CAIXA-EXIT
           END-IF.

           DISPLAY 'VALOR DA VENDA (SOMENTE DIGITOS, CENTAVOS NAS '
                   '2 ULTIMAS)'.
           ACCEPT WRK-VALOR-ENT FROM CONSOLE.
           CALL 'VALIDNUM' USING WRK-VALOR-ENT WRK-ENTRADA-VALIDA.
           IF NOT ENTRADA-VALIDA
               DISPLAY 'VALOR INVALIDO - NADA FOI RESGATADO.'
               GO TO RESGATAR-NO-CAIXA-EXIT
           END-IF.
           MOVE FUNCTION TRIM(WRK-VALOR-ENT) TO WRK-VALOR-NUM.
           COMPUTE WRK-VALOR-VENDA = WRK-VALOR-NUM / 100.
           IF WRK-VALOR-VENDA = ZEROS
               DISPLAY 'VALOR ZERADO - NADA FOI RESGATADO.'
               GO TO RESGATAR-NO-CAIXA-EXIT
           END-IF.
           COMPUTE WRK-PONTOS-MAX =
               WRK-VALOR-VENDA / PTS-WS-VALOR-PONTO.
           IF WRK-PONTOS-MAX > PTS-SALDO
               MOVE PTS-SALDO TO WRK-PONTOS-MAX
           END-IF.
           MOVE WRK-PONTOS-MAX TO WRK-PONTOS-ED.
           DISPLAY 'MAXIMO RESGATAVEL NESTA VENDA: ' WRK-PONTOS-ED
                   ' PONTOS'.

           DISPLAY 'PONTOS A RESGATAR (BRANCO = O MAXIMO)'.
           ACCEPT WRK-PONTOS-ENT FROM CONSOLE.
           IF WRK-PONTOS-ENT = SPACES
               MOVE WRK-PONTOS-MAX TO WRK-PONTOS
           ELSE
               CALL 'VALIDNUM' USING WRK-PONTOS-ENT
                   WRK-ENTRADA-VALIDA
               IF NOT ENTRADA-VALIDA
                   DISPLAY 'PONTOS INVALIDOS - NADA FOI RESGATADO.'
                   GO TO RESGATAR-NO-CAIXA-EXIT
               END-IF
               MOVE FUNCTION TRIM(WRK-PONTOS-ENT) TO WRK-PONTOS
           END-IF.
           IF WRK-PONTOS = ZEROS
               DISPLAY 'NENHUM PONTO A RESGATAR.'
               GO TO RESGATAR-NO-CAIXA-EXIT
           END-IF.
           IF WRK-PONTOS > WRK-PONTOS-MAX
               DISPLAY 'ACIMA DO MAXIMO RESGATAVEL - NADA FOI '
                       'RESGATADO.'
               GO TO RESGATAR-NO-CAIXA-EXIT
           END-IF.

           COMPUTE WRK-DESCONTO = WRK-PONTOS * PTS-WS-VALOR-PONTO.
           COMPUTE WRK-A-PAGAR = WRK-VALOR-VENDA - WRK-DESCONTO.
           MOVE WRK-PONTOS TO WRK-PONTOS-ED.
           DISPLAY 'PONTOS RESGATADOS: ' WRK-PONTOS-ED.
           MOVE WRK-DESCONTO TO WRK-VALOR-ED.
           DISPLAY 'DESCONTO.........: ' WRK-VALOR-ED.
           MOVE WRK-A-PAGAR TO WRK-VALOR-ED.
           DISPLAY 'VALOR A PAGAR....: ' WRK-VALOR-ED.
           DISPLAY 'CONFIRMA O RESGATE? (S/N)'.
           ACCEPT WRK-RESPOSTA FROM CONSOLE.
           IF NOT RESPOSTA-SIM
               DISPLAY 'RESGATE CANCELADO - NADA FOI RESGATADO.'
               GO TO RESGATAR-NO-CAIXA-EXIT
           END-IF.

           MOVE WRK-PONTOS TO PTS-WS-PONTOS.
           MOVE WRK-DESCONTO TO PTS-WS-VALOR.
           MOVE RUNDATE-HOJE TO PTS-WS-DATA-VENDA.
           MOVE ZEROS TO PTS-WS-LOTE.
           MOVE WRK-OPERADOR TO PTS-WS-OPERADOR.
           PERFORM RESGATAR-PONTOS THRU RESGATAR-PONTOS-EXIT.
           IF NOT PTS-LANCAMENTO-OK
               DISPLAY 'SALDO DE PONTOS INSUFICIENTE - NADA FOI '
                       'RESGATADO.'
               GO TO RESGATAR-NO-CAIXA-EXIT
           END-IF.
           MOVE PTS-SALDO TO WRK-PONTOS-ED.
           DISPLAY 'RESGATE LANCADO. NOVO SALDO: ' WRK-PONTOS-ED
                   ' PONTOS'.
           MOVE 'PONTOS-RESGATE' TO AUD-CAMPO.
           MOVE SPACES TO AUD-VALOR.
           STRING WRK-CPF DELIMITED BY SIZE
                  ' PONTOS ' DELIMITED BY SIZE
                  WRK-PONTOS DELIMITED BY SIZE
                  INTO AUD-VALOR.
           PERFORM GRAVAR-AUDITORIA.

       RESGATAR-NO-CAIXA-EXIT.
           EXIT.

           COPY 'AUDITPRC.CPY' REPLACING ==AUD-PROGRAM-ID==
               BY =='PONTRESG'==.
           COPY 'RUNDATEP.CPY'.
           COPY 'PONTOSP.CPY'.
           COPY 'PARAMETROSP.CPY'.
