       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECRENEG.
      **********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = KIVIA(ALURA) KIVIAAL
      *OBJETIVO: RENEGOCIACAO DE CONTRATOS DE RECEBIVEIS (MESA DE
      *COBRANCA) - O OPERADOR INFORMA O CONTRATO, VE AS PARCELAS
      *E O SALDO EM ABERTO E O NUMERO DE PARCELAS DO ACORDO (1 A
      *12). TODAS AS PARCELAS ABERTAS DO CONTRATO SAO FECHADAS
      *COMO RENEGOCIADAS ('R') E O SALDO DEVEDOR E REEMITIDO EM
      *UM CONTRATO NOVO NO RECEB, COM PARCELAS IGUAIS (DIFERENCA
      *DE ARREDONDAMENTO NA ULTIMA) E VENCIMENTO MENSAL A PARTIR
      *DA DATA DO ACORDO PELO CALENDARIO DE DIAS UTEIS, COMO NO
      *PROGCOB15J. O CONTRATO NOVO APONTA O ORIGINAL EM
      *REC-CONTRATO-ORIGEM E HERDA A PARTE AINDA NAO RECEBIDA DOS
      *JUROS DO PLANO E DOS ENCARGOS, QUE CONTINUA SENDO
      *APROPRIADA COMO RECEITA NA BAIXA (PROGCOB15K). AS DUAS
      *PONTAS (PARCELAS FECHADAS E PARCELAS NOVAS) VAO PARA O
      *AUDIT-TRAIL - A RENEGOCIACAO DEIXA DE SER FEITA EM PAPEL
      *COM AJUSTE MANUAL NO ARQUIVO RECEB.
      *DATA   = 23/04/22
      *HISTORICO DE ALTERACOES
      *26/04/22 KA A PARCELA NOVA NASCE SEM BOLETO (NOSSO NUMERO
      *ZERO) PARA A REMESSA DE COBRANCA BOLREM
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAS-RECEBER ASSIGN TO "RECEB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-CHAVE
               FILE STATUS IS WRK-REC-STATUS.

           SELECT CALENDARIO-UTIL ASSIGN TO "CALENDAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATA
               FILE STATUS IS CAL-WS-STATUS.

           SELECT AUDIT-TRAIL ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUD-WS-STATUS.

           SELECT OPERADOR-SESSAO ASSIGN TO "OPERSESS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SES-WS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTAS-RECEBER.
           COPY 'RECEB.CPY'.

       FD  CALENDARIO-UTIL.
           COPY 'CALREG.CPY'.

       FD  AUDIT-TRAIL.
           COPY 'AUDITLOG.CPY'.

       FD  OPERADOR-SESSAO.
           COPY 'OPERSESS.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'CALENDW.CPY'.
           COPY 'AUDITWS.CPY'.
           COPY 'OPERSESW.CPY'.
       77 WRK-REC-STATUS PIC X(02) VALUE ZEROS.
           88 REC-OK VALUE '00'.
           88 REC-FIM VALUE '10'.
           88 REC-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-OPCAO PIC X(01) VALUE SPACES.
           88 OPCAO-CONSULTAR VALUE 'C'.
           88 OPCAO-RENEGOCIAR VALUE 'R'.
           88 OPCAO-SAIR VALUE 'S'.
       77 WRK-CONFIRMA PIC X(01) VALUE SPACES.
           88 CONFIRMADO VALUE 'S'.
       77 WRK-VALOR-ENT PIC X(11) VALUE SPACES.
       77 WRK-ENTRADA-VALIDA PIC X(01) VALUE 'N'.
           88 ENTRADA-VALIDA VALUE 'S'.
       77 WRK-VALOR-NUM PIC 9(09) VALUE ZEROS.
       77 WRK-FIM-CONTRATO PIC X(01) VALUE 'N'.
           88 CONTRATO-FIM VALUE 'S'.

      *CONTRATO ORIGINAL E O QUE ELE TEM EM ABERTO
       77 WRK-CONTRATO PIC 9(06) VALUE ZEROS.
       77 WRK-CPF PIC 9(11) VALUE ZEROS.
       77 WRK-VENDEDOR PIC 9(04) VALUE ZEROS.
       77 WRK-DATA-VENDA PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-LISTADAS PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-ABERTAS PIC 9(02) VALUE ZEROS.
       77 WRK-SALDO-RENEG PIC 9(07)V99 VALUE ZEROS.
       77 WRK-FINANC-RENEG PIC 9(07)V99 VALUE ZEROS.
       77 WRK-FINANCEIRO PIC 9(07)V99 VALUE ZEROS.

      *CONTRATO NOVO DO ACORDO
       77 WRK-PROX-CONTRATO PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-NOVAS PIC 9(02) VALUE ZEROS.
       77 WRK-PARC PIC 9(02) VALUE ZEROS.
       77 WRK-VALOR-PARCELA PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-ULTIMA PIC 9(07)V99 VALUE ZEROS.
       77 WRK-JUROS-PARCELA PIC 9(07)V99 VALUE ZEROS.
       77 WRK-JUROS-ULTIMA PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VENC PIC 9(08) VALUE ZEROS.
       77 WRK-VENC-ANO PIC 9(04) VALUE ZEROS.
       77 WRK-VENC-MES PIC 9(02) VALUE ZEROS.
       77 WRK-VENC-DIA PIC 9(02) VALUE ZEROS.
           COPY 'MONEY.CPY' REPLACING ==MONEY-FIELD-NAME==
               BY ==WRK-VALOR-ED==.
           COPY 'MONEY.CPY' REPLACING ==MONEY-FIELD-NAME==
               BY ==WRK-SALDO-ED==.
           COPY 'RUNDATE.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0002-INICIALIZAR.
           PERFORM 0003-PROCESSAR UNTIL OPCAO-SAIR.
           PERFORM 0004-FINALIZAR.

           STOP RUN.

       0002-INICIALIZAR.
           PERFORM OBTER-DATA-EXECUCAO.
           DISPLAY 'RECRENEG' '   DATA: ' RUNDATE-HOJE-ED.
           DISPLAY 'RENEGOCIACAO DE CONTRATOS DE RECEBIVEIS'.
           PERFORM ABRIR-CALENDARIO.
           OPEN I-O CONTAS-RECEBER.
           IF REC-NAO-ENCONTRADO
               DISPLAY 'ARQUIVO DE RECEBIVEIS (RECEB) NAO '
                       'ENCONTRADO.'
               SET OPCAO-SAIR TO TRUE
           END-IF.

       0003-PROCESSAR.
           DISPLAY '----------------------------------------'.
           DISPLAY 'OPCAO: C=CONSULTAR  R=RENEGOCIAR  S=SAIR'.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE TRUE
               WHEN OPCAO-CONSULTAR
                   PERFORM LOCALIZAR-CONTRATO
                       THRU LOCALIZAR-CONTRATO-EXIT
               WHEN OPCAO-RENEGOCIAR
                   PERFORM RENEGOCIAR-CONTRATO
                       THRU RENEGOCIAR-CONTRATO-EXIT
               WHEN OPCAO-SAIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

       0004-FINALIZAR.
           IF NOT REC-NAO-ENCONTRADO
               CLOSE CONTAS-RECEBER
           END-IF.
           PERFORM FECHAR-CALENDARIO.
           PERFORM FECHAR-AUDITORIA.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

      *----------------------------------------------------------*
      * LOCALIZAR-CONTRATO                                        *
      * ACEITA O NUMERO DO CONTRATO, LISTA TODAS AS PARCELAS E    *
      * SOMA O SALDO DAS ABERTAS E A PARTE FINANCEIRA (JUROS DO   *
      * PLANO + ENCARGOS) AINDA NAO RECEBIDA DELAS.               *
      *----------------------------------------------------------*
       LOCALIZAR-CONTRATO.
           MOVE ZEROS TO WRK-QTD-LISTADAS.
           MOVE ZEROS TO WRK-QTD-ABERTAS.
           MOVE ZEROS TO WRK-SALDO-RENEG.
           MOVE ZEROS TO WRK-FINANC-RENEG.
           DISPLAY 'NUMERO DO CONTRATO'.
           ACCEPT WRK-VALOR-ENT FROM CONSOLE.
           CALL 'VALIDNUM' USING WRK-VALOR-ENT WRK-ENTRADA-VALIDA.
           IF NOT ENTRADA-VALIDA
               DISPLAY 'ENTRADA INVALIDA.'
               GO TO LOCALIZAR-CONTRATO-EXIT
           END-IF.
           MOVE FUNCTION TRIM(WRK-VALOR-ENT) TO WRK-VALOR-NUM.
           IF WRK-VALOR-NUM > 999999
               MOVE ZEROS TO WRK-CONTRATO
           ELSE
               MOVE WRK-VALOR-NUM TO WRK-CONTRATO
           END-IF.
           PERFORM POSICIONAR-CONTRATO.
           PERFORM LISTAR-PARCELA THRU LISTAR-PARCELA-EXIT
               UNTIL CONTRATO-FIM.
           IF WRK-QTD-LISTADAS = ZEROS
               DISPLAY 'CONTRATO NAO CADASTRADO.'
               GO TO LOCALIZAR-CONTRATO-EXIT
           END-IF.
           MOVE WRK-SALDO-RENEG TO WRK-SALDO-ED.
           DISPLAY 'PARCELAS ABERTAS: ' WRK-QTD-ABERTAS
                   '  SALDO EM ABERTO: ' WRK-SALDO-ED.

       LOCALIZAR-CONTRATO-EXIT.
           EXIT.

       POSICIONAR-CONTRATO.
           MOVE 'N' TO WRK-FIM-CONTRATO.
           MOVE WRK-CONTRATO TO REC-CONTRATO.
           MOVE ZEROS TO REC-PARCELA.
           START CONTAS-RECEBER KEY IS NOT < REC-CHAVE
               INVALID KEY
                   SET CONTRATO-FIM TO TRUE
           END-START.

       POSICIONAR-CONTRATO-EXIT.
           EXIT.

       LISTAR-PARCELA.
           PERFORM LER-PROXIMA-PARCELA.
           IF CONTRATO-FIM
               GO TO LISTAR-PARCELA-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-LISTADAS.
           MOVE REC-CPF TO WRK-CPF.
           MOVE REC-VENDEDOR TO WRK-VENDEDOR.
           MOVE REC-DATA-VENDA TO WRK-DATA-VENDA.
           MOVE REC-VALOR TO WRK-VALOR-ED.
           MOVE REC-SALDO TO WRK-SALDO-ED.
           DISPLAY 'PARCELA ' REC-PARCELA ' VENC ' REC-VENCIMENTO
                   ' SIT ' REC-SITUACAO ' VALOR ' WRK-VALOR-ED
                   ' SALDO ' WRK-SALDO-ED.
           IF REC-ABERTA
               ADD 1 TO WRK-QTD-ABERTAS
               ADD REC-SALDO TO WRK-SALDO-RENEG
               PERFORM SOMAR-FINANCEIRO-ABERTO
           END-IF.

       LISTAR-PARCELA-EXIT.
           EXIT.

       LER-PROXIMA-PARCELA.
           READ CONTAS-RECEBER NEXT RECORD
               AT END
                   SET CONTRATO-FIM TO TRUE
           END-READ.
           IF NOT CONTRATO-FIM
               IF REC-CONTRATO NOT = WRK-CONTRATO
                   SET CONTRATO-FIM TO TRUE
               END-IF
           END-IF.

       LER-PROXIMA-PARCELA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * SOMAR-FINANCEIRO-ABERTO                                   *
      * A BAIXA QUITA PRIMEIRO A PARTE FINANCEIRA DA PARCELA; O   *
      * QUE DELA EXCEDE O JA PAGO AINDA NAO VIROU RECEITA E       *
      * PASSA PARA O CONTRATO NOVO.                               *
      *----------------------------------------------------------*
       SOMAR-FINANCEIRO-ABERTO.
           COMPUTE WRK-FINANCEIRO = REC-VALOR-JUROS + REC-ENCARGOS.
           IF WRK-FINANCEIRO > REC-VALOR-PAGO
               COMPUTE WRK-FINANC-RENEG = WRK-FINANC-RENEG
                   + WRK-FINANCEIRO - REC-VALOR-PAGO
           END-IF.

       SOMAR-FINANCEIRO-ABERTO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * RENEGOCIAR-CONTRATO                                       *
      * FECHA AS PARCELAS ABERTAS DO CONTRATO E REEMITE O SALDO   *
      * EM UM CONTRATO NOVO, COM CONFIRMACAO DO OPERADOR.         *
      *----------------------------------------------------------*
       RENEGOCIAR-CONTRATO.
           PERFORM LOCALIZAR-CONTRATO THRU LOCALIZAR-CONTRATO-EXIT.
           IF WRK-QTD-LISTADAS = ZEROS
               GO TO RENEGOCIAR-CONTRATO-EXIT
           END-IF.
           IF WRK-QTD-ABERTAS = ZEROS
               OR WRK-SALDO-RENEG = ZEROS
               DISPLAY 'CONTRATO SEM SALDO EM ABERTO - NADA A '
                       'RENEGOCIAR.'
               GO TO RENEGOCIAR-CONTRATO-EXIT
           END-IF.
           DISPLAY 'NUMERO DE PARCELAS DO ACORDO (1 A 12)'.
           ACCEPT WRK-VALOR-ENT FROM CONSOLE.
           CALL 'VALIDNUM' USING WRK-VALOR-ENT WRK-ENTRADA-VALIDA.
           IF ENTRADA-VALIDA
               MOVE FUNCTION TRIM(WRK-VALOR-ENT) TO WRK-VALOR-NUM
               IF WRK-VALOR-NUM < 1 OR WRK-VALOR-NUM > 12
                   MOVE 'N' TO WRK-ENTRADA-VALIDA
               ELSE
                   MOVE WRK-VALOR-NUM TO WRK-QTD-NOVAS
               END-IF
           END-IF.
           IF NOT ENTRADA-VALIDA
               DISPLAY 'NUMERO DE PARCELAS INVALIDO - NADA FOI '
                       'ALTERADO.'
               GO TO RENEGOCIAR-CONTRATO-EXIT
           END-IF.

           COMPUTE WRK-VALOR-PARCELA ROUNDED =
               WRK-SALDO-RENEG / WRK-QTD-NOVAS.
           COMPUTE WRK-VALOR-ULTIMA = WRK-SALDO-RENEG
               - (WRK-VALOR-PARCELA * (WRK-QTD-NOVAS - 1)).
           COMPUTE WRK-JUROS-PARCELA ROUNDED =
               WRK-FINANC-RENEG / WRK-QTD-NOVAS.
           COMPUTE WRK-JUROS-ULTIMA = WRK-FINANC-RENEG
               - (WRK-JUROS-PARCELA * (WRK-QTD-NOVAS - 1)).
           MOVE WRK-VALOR-PARCELA TO WRK-VALOR-ED.
           DISPLAY 'ACORDO: ' WRK-QTD-NOVAS ' PARCELA(S) DE '
                   WRK-VALOR-ED.
           DISPLAY 'CONFIRMA A RENEGOCIACAO (S/N)'.
           ACCEPT WRK-CONFIRMA FROM CONSOLE.
           IF NOT CONFIRMADO
               DISPLAY 'RENEGOCIACAO CANCELADA - NADA FOI ALTERADO.'
               GO TO RENEGOCIAR-CONTRATO-EXIT
           END-IF.

           PERFORM OBTER-PROXIMO-CONTRATO.
           PERFORM POSICIONAR-CONTRATO.
           PERFORM FECHAR-PARCELA-ORIGINAL
               THRU FECHAR-PARCELA-ORIGINAL-EXIT
               UNTIL CONTRATO-FIM.
           PERFORM GRAVAR-PARCELA-NOVA
               VARYING WRK-PARC FROM 1 BY 1
               UNTIL WRK-PARC > WRK-QTD-NOVAS.

           MOVE 'RENEG-CONTRATO' TO AUD-CAMPO.
           MOVE SPACES TO AUD-VALOR.
           STRING WRK-CONTRATO DELIMITED BY SIZE
                  ' PARA ' DELIMITED BY SIZE
                  WRK-PROX-CONTRATO DELIMITED BY SIZE
                  ' EM ' DELIMITED BY SIZE
                  WRK-QTD-NOVAS DELIMITED BY SIZE
                  'X' DELIMITED BY SIZE
                  INTO AUD-VALOR.
           PERFORM GRAVAR-AUDITORIA.
           DISPLAY 'CONTRATO ' WRK-CONTRATO ' RENEGOCIADO NO '
                   'CONTRATO ' WRK-PROX-CONTRATO '.'.

       RENEGOCIAR-CONTRATO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * FECHAR-PARCELA-ORIGINAL                                   *
      * MARCA A PARCELA ABERTA COMO RENEGOCIADA, COM A DATA DO    *
      * ACORDO, E REGISTRA NO AUDIT-TRAIL O SALDO QUE SAIU DELA.  *
      *----------------------------------------------------------*
       FECHAR-PARCELA-ORIGINAL.
           PERFORM LER-PROXIMA-PARCELA.
           IF CONTRATO-FIM OR NOT REC-ABERTA
               GO TO FECHAR-PARCELA-ORIGINAL-EXIT
           END-IF.
           SET REC-RENEGOCIADA TO TRUE.
           MOVE RUNDATE-HOJE TO REC-DATA-PGTO.
           REWRITE REG-RECEBIVEL.
           MOVE REC-SALDO TO WRK-SALDO-ED.
           MOVE 'RENEG-ORIGEM' TO AUD-CAMPO.
           MOVE SPACES TO AUD-VALOR.
           STRING REC-CONTRATO DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  REC-PARCELA DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-SALDO-ED DELIMITED BY SIZE
                  INTO AUD-VALOR.
           PERFORM GRAVAR-AUDITORIA.

       FECHAR-PARCELA-ORIGINAL-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * GRAVAR-PARCELA-NOVA                                       *
      * GRAVA UMA PARCELA DO CONTRATO NOVO, LIGADA AO ORIGINAL,   *
      * E REGISTRA NO AUDIT-TRAIL O VALOR QUE ENTROU NELA.        *
      *----------------------------------------------------------*
       GRAVAR-PARCELA-NOVA.
           MOVE WRK-PROX-CONTRATO TO REC-CONTRATO.
           MOVE WRK-PARC TO REC-PARCELA.
           MOVE WRK-CPF TO REC-CPF.
           MOVE WRK-VENDEDOR TO REC-VENDEDOR.
           MOVE WRK-DATA-VENDA TO REC-DATA-VENDA.
           MOVE WRK-QTD-NOVAS TO REC-QTD-PARCELAS.
           PERFORM CALCULAR-VENCIMENTO.
           MOVE WRK-VENC TO REC-VENCIMENTO.
           IF WRK-PARC = WRK-QTD-NOVAS
               MOVE WRK-VALOR-ULTIMA TO REC-VALOR
               MOVE WRK-JUROS-ULTIMA TO REC-VALOR-JUROS
           ELSE
               MOVE WRK-VALOR-PARCELA TO REC-VALOR
               MOVE WRK-JUROS-PARCELA TO REC-VALOR-JUROS
           END-IF.
           SET REC-ABERTA TO TRUE.
           MOVE ZEROS TO REC-DATA-PGTO.
           MOVE ZEROS TO REC-TAXA-MENSAL.
           MOVE REC-VALOR TO REC-SALDO.
           MOVE ZEROS TO REC-VALOR-PAGO.
           MOVE ZEROS TO REC-ENCARGOS.
           MOVE WRK-CONTRATO TO REC-CONTRATO-ORIGEM.
           MOVE ZEROS TO REC-NOSSO-NUMERO.
           WRITE REG-RECEBIVEL
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR CONTRATO ' REC-CONTRATO
                           ' PARCELA ' REC-PARCELA
                           ' - STATUS: ' WRK-REC-STATUS
           END-WRITE.
           MOVE REC-VALOR TO WRK-VALOR-ED.
           MOVE 'RENEG-NOVA' TO AUD-CAMPO.
           MOVE SPACES TO AUD-VALOR.
           STRING REC-CONTRATO DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  REC-PARCELA DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  INTO AUD-VALOR.
           PERFORM GRAVAR-AUDITORIA.

       GRAVAR-PARCELA-NOVA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * OBTER-PROXIMO-CONTRATO                                    *
      * VARRE O ARQUIVO DE RECEBIVEIS E DEIXA EM                  *
      * WRK-PROX-CONTRATO O PROXIMO NUMERO LIVRE.                 *
      *----------------------------------------------------------*
       OBTER-PROXIMO-CONTRATO.

           MOVE ZEROS TO WRK-PROX-CONTRATO.
           MOVE ZEROS TO REC-CONTRATO.
           MOVE ZEROS TO REC-PARCELA.
           START CONTAS-RECEBER KEY IS NOT < REC-CHAVE
               INVALID KEY
                   SET REC-FIM TO TRUE
           END-START.
           PERFORM VARRER-ULTIMO-CONTRATO UNTIL REC-FIM.
           ADD 1 TO WRK-PROX-CONTRATO.
           MOVE ZEROS TO WRK-REC-STATUS.

       OBTER-PROXIMO-CONTRATO-EXIT.
           EXIT.

       VARRER-ULTIMO-CONTRATO.
           READ CONTAS-RECEBER NEXT RECORD
               AT END
                   SET REC-FIM TO TRUE
           END-READ.
           IF NOT REC-FIM
               MOVE REC-CONTRATO TO WRK-PROX-CONTRATO
           END-IF.

       VARRER-ULTIMO-CONTRATO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * CALCULAR-VENCIMENTO                                       *
      * VENCIMENTO DA PARCELA N DO ACORDO: MESMO DIA (LIMITADO A  *
      * 28) N MESES APOS A DATA DO ACORDO, RECUADO PARA O DIA     *
      * UTIL ANTERIOR QUANDO CAI EM DIA NAO UTIL DO CALENDARIO.   *
      *----------------------------------------------------------*
       CALCULAR-VENCIMENTO.

           COMPUTE WRK-VENC-ANO = RUNDATE-HOJE / 10000.
           COMPUTE WRK-VENC-MES =
               FUNCTION MOD(RUNDATE-HOJE / 100, 100).
           COMPUTE WRK-VENC-DIA = FUNCTION MOD(RUNDATE-HOJE, 100).
           IF WRK-VENC-DIA > 28
               MOVE 28 TO WRK-VENC-DIA
           END-IF.
           ADD WRK-PARC TO WRK-VENC-MES.
           IF WRK-VENC-MES > 12
               SUBTRACT 12 FROM WRK-VENC-MES
               ADD 1 TO WRK-VENC-ANO
           END-IF.
           COMPUTE WRK-VENC = WRK-VENC-ANO * 10000
               + WRK-VENC-MES * 100 + WRK-VENC-DIA.

           MOVE WRK-VENC TO CAL-WS-DATA-TESTE.
           PERFORM VALIDAR-DATA-UTIL.
           IF CAL-DATA-NAO-UTIL
               MOVE WRK-VENC TO CAL-WS-DATA-TESTE
               PERFORM OBTER-DIA-UTIL-ANTERIOR
               MOVE CAL-WS-DATA-ANT TO WRK-VENC
           END-IF.

       CALCULAR-VENCIMENTO-EXIT.
           EXIT.

           COPY 'RUNDATEP.CPY'.
           COPY 'CALENDP.CPY'.
           COPY 'AUDITPRC.CPY' REPLACING ==AUD-PROGRAM-ID==
               BY =='RECRENEG'==.
