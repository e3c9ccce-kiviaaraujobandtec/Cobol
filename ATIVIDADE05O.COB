       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATIVIDADE05O.
      **********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = KIVIA(ALURA) KIVIAAL
      *OBJETIVO: TRANSFERENCIA ENTRE DUAS CONTAS DE INVESTIMENTO
      *DO MESMO TITULAR (MESMO LEDGER-CPF) - O CLIENTE QUE QUERIA
      *PASSAR O DINHEIRO DA POUPANCA PARA UM CDB PRECISAVA
      *RESGATAR, ESPERAR O PAGAMENTO DO REMPAG (ATIVIDADE05Y) E
      *APLICAR DE NOVO, PERDENDO DIAS DE RENDIMENTO.
      *A CONTA DE ORIGEM PAGA IOF E IR COMO NUM RESGATE: OS LOTES
      *DE APORTE (LOTEP.CPY) QUE O VALOR CONSOME DO MAIS ANTIGO
      *PARA O MAIS NOVO DAO OS JUROS, O IOF PELOS DIAS DE CADA
      *LOTE E, NO CDB, O IR PELA FAIXA DOS MESES DE CADA LOTE. NO
      *HISTORICO (INVMOV) A ORIGEM RECEBE O IOF ('F'), O IR ('I')
      *E O RESGATE ('R') DO LIQUIDO; O DESTINO RECEBE O APORTE
      *('A') DO LIQUIDO. OS DOIS MOVIMENTOS FICAM LIGADOS PELA
      *MESMA REFERENCIA NO REGISTRO DE TRANSFERENCIAS (INVTRF),
      *QUE OS EXTRATOS USAM PARA IMPRIMIR A LINHA DA
      *TRANSFERENCIA COM A CONTA DO OUTRO LADO. O IR RETIDO GERA
      *O PAR CONTABIL NO JRNLEXT, COMO NA LIQUIDACAO; O
      *PRINCIPAL NAO SAI DA CONTA APLICACAO E NAO GERA LINHA.
      *CONTA ENCERRADA, BLOQUEADA PELA CONCILIACAO OU RETIDA POR
      *ORDEM JUDICIAL E RECUSADA DOS DOIS LADOS; NA ORIGEM VALEM
      *AINDA O SALDO LIVRE DOS BLOQUEIOS JUDICIAIS E A APROVACAO
      *DA CONTA CONJUNTA 'E', E NO DESTINO O TETO DO FGC.
      *A TRANSFERENCIA FICA NO AUDIT-TRAIL COM O OPERADOR.
      *DATA   = 08/05/22
      *HISTORICO DE ALTERACOES
      *27/05/22 KA CONTA DA LINHA DE JORNAL CONFERIDA NO
      *PLANO DE CONTAS (PLCONTAS)
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVESTIMENTO-LEDGER ASSIGN TO "INVLEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDGER-CONTA
               FILE STATUS IS WRK-LEDGER-STATUS.

           SELECT INVESTIMENTO-MOVIMENTOS ASSIGN TO "INVMOV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOV-CHAVE
               FILE STATUS IS MOV-WS-STATUS.

           SELECT TRANSFERENCIAS-INVEST ASSIGN TO "INVTRF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRF-CHAVE
               ALTERNATE RECORD KEY IS TRF-REFERENCIA
                   WITH DUPLICATES
               FILE STATUS IS TRF-WS-STATUS.

           SELECT JORNAL-EXTRATO ASSIGN TO "JRNLEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JRN-WS-STATUS.

           SELECT PERIODO-CONTABIL ASSIGN TO "PERCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-ANOMES
               FILE STATUS IS JRN-WS-PER-STATUS.

           SELECT JORNAL-RETIDO ASSIGN TO "JRNHELD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JRN-WS-RET-STATUS.

           SELECT PLANO-CONTAS ASSIGN TO "PLCONTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLC-CONTA
               FILE STATUS IS JRN-WS-PLC-STATUS.

           SELECT AUDIT-TRAIL ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUD-WS-STATUS.

           SELECT OPERADOR-SESSAO ASSIGN TO "OPERSESS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SES-WS-STATUS.

           SELECT PARAMETROS ASSIGN TO "PARAMETR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARM-CHAVE
               FILE STATUS IS PARM-WS-STATUS.

           SELECT ARQUIVO-QUIESCE ASSIGN TO "QUIESCE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS QSC-WS-STATUS.

           SELECT COTITULARES ASSIGN TO "COTITUL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COT-CHAVE
               ALTERNATE RECORD KEY IS COT-CPF
                   WITH DUPLICATES
               FILE STATUS IS COT-WS-STATUS.

           SELECT PENDENCIAS-APROVACAO ASSIGN TO "APROVPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APR-ID
               FILE STATUS IS APRV-WS-STATUS.

           SELECT BLOQUEIOS-JUDICIAIS ASSIGN TO "BLOQJUD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BLJ-CHAVE
               FILE STATUS IS BLJ-WS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVESTIMENTO-LEDGER.
           COPY 'LEDGER.CPY'.

       FD  INVESTIMENTO-MOVIMENTOS.
           COPY 'INVMOV.CPY'.

       FD  TRANSFERENCIAS-INVEST.
           COPY 'INVTRF.CPY'.

       FD  JORNAL-EXTRATO.
           COPY 'JORNAL.CPY'.

       FD  PERIODO-CONTABIL.
           COPY 'PERCTL.CPY'.

       FD  JORNAL-RETIDO.
           COPY 'JRNHELD.CPY'.

       FD  PLANO-CONTAS.
           COPY 'PLCONTAS.CPY'.

       FD  AUDIT-TRAIL.
           COPY 'AUDITLOG.CPY'.

       FD  OPERADOR-SESSAO.
           COPY 'OPERSESS.CPY'.

       FD  PARAMETROS.
           COPY 'PARAMETROS.CPY'.

       FD  ARQUIVO-QUIESCE.
           COPY 'QUIESCE.CPY'.

       FD  COTITULARES.
           COPY 'COTITUL.CPY'.

       FD  PENDENCIAS-APROVACAO.
           COPY 'APROV.CPY'.

       FD  BLOQUEIOS-JUDICIAIS.
           COPY 'BLOQJUD.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'QUIESCEW.CPY'.
           COPY 'AUDITWS.CPY'.
           COPY 'OPERSESW.CPY'.
           COPY 'PARAMETROSW.CPY'.
           COPY 'INVMOVW.CPY'.
           COPY 'INVTRFW.CPY'.
           COPY 'JORNALW.CPY'.
           COPY 'IOFW.CPY'.
           COPY 'LOTEW.CPY'.
           COPY 'FGCW.CPY'.
           COPY 'COTITW.CPY'.
           COPY 'APROVW.CPY'.
           COPY 'BLOQJUDW.CPY'.
       77 WRK-LEDGER-STATUS PIC X(02) VALUE ZEROS.
           88 LEDGER-OK VALUE '00'.
           88 LEDGER-NAO-ENCONTRADO VALUE '23' '35'.

       77 WRK-CONTA-ENT PIC X(11) VALUE SPACES.
       77 WRK-VALOR-ENT PIC X(11) VALUE SPACES.
       77 WRK-ENTRADA-VALIDA PIC X(01) VALUE 'N'.
           88 ENTRADA-VALIDA VALUE 'S'.
       77 WRK-CONTA PIC 9(06) VALUE ZEROS.
       77 WRK-ACAO-DIGITO PIC X(01) VALUE 'V'.
       77 WRK-DIGITO-OK PIC X(01) VALUE 'S'.
           88 DIGITO-VALIDO VALUE 'S'.
       77 WRK-CONTA-ACHADA PIC X(01) VALUE 'N'.
           88 CONTA-ENCONTRADA VALUE 'S'.
       77 WRK-LIBERADA PIC X(01) VALUE 'N'.
           88 TRANSFERENCIA-LIBERADA VALUE 'S'.
       77 WRK-CONFIRMA PIC X(01) VALUE 'N'.
           88 TRANSFERENCIA-CONFIRMADA VALUE 'S'.
       77 WRK-RESP-FGC PIC X(01) VALUE 'N'.
           88 CLIENTE-CIENTE-FGC VALUE 'S'.

      *AS DUAS CONTAS DA TRANSFERENCIA
       77 WRK-CONTA-ORIGEM PIC 9(06) VALUE ZEROS.
       77 WRK-CPF-ORIGEM PIC 9(11) VALUE ZEROS.
       77 WRK-PROD-ORIGEM PIC X(08) VALUE SPACES.
           88 ORIGEM-CDB VALUE 'CDB' 'CDB-CDI'.
       77 WRK-SALDO-ORIGEM PIC S9(08)V99 VALUE ZEROS.
       77 WRK-CONTA-DESTINO PIC 9(06) VALUE ZEROS.
       77 WRK-CPF-DESTINO PIC 9(11) VALUE ZEROS.
       77 WRK-PROD-DESTINO PIC X(08) VALUE SPACES.
       77 WRK-SALDO-DESTINO PIC S9(08)V99 VALUE ZEROS.
       77 WRK-SEQ-SAIDA PIC 9(06) VALUE ZEROS.
       77 WRK-SEQ-ENTRADA PIC 9(06) VALUE ZEROS.

      *VALOR BRUTO TIRADO DA ORIGEM, TRIBUTOS E LIQUIDO CREDITADO
       77 WRK-VALOR-NUM PIC 9(11) VALUE ZEROS.
       77 WRK-VALOR PIC S9(08)V99 VALUE ZEROS.
       77 WRK-IOF PIC S9(08)V99 VALUE ZEROS.
       77 WRK-IMPOSTO PIC S9(08)V99 VALUE ZEROS.
       77 WRK-LIQUIDO PIC S9(08)V99 VALUE ZEROS.
       77 WRK-BASE-IR PIC S9(08)V99 VALUE ZEROS.
       77 WRK-LIQUIDO-NUM PIC 9(11) VALUE ZEROS.

      *FAIXAS DA TABELA REGRESSIVA DE IR DO CDB (COMO NA
      *ATIVIDADE05C)
       77 WRK-IR-FAIXA1-MES PIC 9(03)      VALUE 6.
       77 WRK-IR-FAIXA1-TX  PIC 9(01)V9999 VALUE 0,225.
       77 WRK-IR-FAIXA2-MES PIC 9(03)      VALUE 12.
       77 WRK-IR-FAIXA2-TX  PIC 9(01)V9999 VALUE 0,20.
       77 WRK-IR-FAIXA3-MES PIC 9(03)      VALUE 24.
       77 WRK-IR-FAIXA3-TX  PIC 9(01)V9999 VALUE 0,175.
       77 WRK-IR-FINAL-TX   PIC 9(01)V9999 VALUE 0,15.
       77 WRK-TAXA-IR       PIC 9(01)V9999 VALUE ZEROS.
           COPY 'MONEYS.CPY' REPLACING ==MONEY-FIELD-NAME==
               BY ==WRK-VALOR-ED==.
           COPY 'RUNDATE.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM CONFERIR-QUIESCE THRU CONFERIR-QUIESCE-EXIT.
           IF SISTEMA-TRAVADO
               STOP RUN
           END-IF.

           PERFORM 0002-INICIALIZAR THRU 0002-INICIALIZAR-EXIT.
           IF TRANSFERENCIA-LIBERADA
               PERFORM 0003-PROCESSAR THRU 0003-PROCESSAR-EXIT
           END-IF.
           PERFORM 0004-FINALIZAR.

           STOP RUN.

       0002-INICIALIZAR.
           PERFORM OBTER-DATA-EXECUCAO.
           PERFORM OBTER-OPERADOR-SESSAO.
           DISPLAY 'ATIVIDADE05O' '   DATA: ' RUNDATE-HOJE-ED.
           DISPLAY 'TRANSFERENCIA ENTRE CONTAS DO MESMO TITULAR'.
           MOVE 'N' TO WRK-LIBERADA.

           OPEN I-O INVESTIMENTO-LEDGER.
           IF LEDGER-NAO-ENCONTRADO
               DISPLAY 'RAZAO DE INVESTIMENTOS INEXISTENTE.'
               GO TO 0002-INICIALIZAR-EXIT
           END-IF.

           DISPLAY 'CONTA DE ORIGEM'.
           PERFORM ACEITAR-CONTA THRU ACEITAR-CONTA-EXIT.
           IF NOT CONTA-ENCONTRADA
               GO TO 0002-INICIALIZAR-EXIT
           END-IF.
           MOVE WRK-CONTA TO WRK-CONTA-ORIGEM.
           MOVE LEDGER-CPF TO WRK-CPF-ORIGEM.
           MOVE LEDGER-TIPO-PROD TO WRK-PROD-ORIGEM.
           MOVE LEDGER-SALDO TO WRK-SALDO-ORIGEM.
           MOVE WRK-SALDO-ORIGEM TO WRK-VALOR-ED.
           DISPLAY 'PRODUTO: ' WRK-PROD-ORIGEM '  SALDO: '
                   WRK-VALOR-ED.

           DISPLAY 'CONTA DE DESTINO'.
           PERFORM ACEITAR-CONTA THRU ACEITAR-CONTA-EXIT.
           IF NOT CONTA-ENCONTRADA
               GO TO 0002-INICIALIZAR-EXIT
           END-IF.
           MOVE WRK-CONTA TO WRK-CONTA-DESTINO.
           MOVE LEDGER-CPF TO WRK-CPF-DESTINO.
           MOVE LEDGER-TIPO-PROD TO WRK-PROD-DESTINO.
           MOVE LEDGER-SALDO TO WRK-SALDO-DESTINO.
           MOVE WRK-SALDO-DESTINO TO WRK-VALOR-ED.
           DISPLAY 'PRODUTO: ' WRK-PROD-DESTINO '  SALDO: '
                   WRK-VALOR-ED.

           IF WRK-CONTA-DESTINO = WRK-CONTA-ORIGEM
               DISPLAY 'ORIGEM E DESTINO SAO A MESMA CONTA - NADA '
                       'FOI ALTERADO.'
               GO TO 0002-INICIALIZAR-EXIT
           END-IF.
           IF WRK-CPF-DESTINO NOT = WRK-CPF-ORIGEM
               DISPLAY 'AS CONTAS SAO DE TITULARES DIFERENTES - A '
                       'TRANSFERENCIA SO VALE ENTRE CONTAS DO MESMO '
                       'CPF.'
               GO TO 0002-INICIALIZAR-EXIT
           END-IF.

           PERFORM ACEITAR-VALOR THRU ACEITAR-VALOR-EXIT.
           IF WRK-VALOR NOT > ZEROS
               GO TO 0002-INICIALIZAR-EXIT
           END-IF.
           PERFORM VERIFICAR-BLOQUEIO-JUDICIAL
               THRU VERIFICAR-BLOQUEIO-JUDICIAL-EXIT.
           IF NOT TRANSFERENCIA-LIBERADA
               GO TO 0002-INICIALIZAR-EXIT
           END-IF.
           PERFORM VERIFICAR-CONTA-CONJUNTA
               THRU VERIFICAR-CONTA-CONJUNTA-EXIT.

       0002-INICIALIZAR-EXIT.
           EXIT.

       0003-PROCESSAR.
           MOVE WRK-CONTA-ORIGEM TO MOV-WS-CONTA.
           PERFORM ABRIR-MOVIMENTOS.
           PERFORM APURAR-TRIBUTOS.
           COMPUTE WRK-LIQUIDO = WRK-VALOR - WRK-IOF - WRK-IMPOSTO.
           IF WRK-LIQUIDO NOT > ZEROS
               DISPLAY 'VALOR NAO COBRE OS TRIBUTOS DA ORIGEM - NADA '
                       'FOI ALTERADO.'
               GO TO 0003-PROCESSAR-EXIT
           END-IF.
           PERFORM MOSTRAR-DEMONSTRATIVO.

           PERFORM VERIFICAR-LIMITE-FGC THRU VERIFICAR-LIMITE-FGC-EXIT.
           IF NOT TRANSFERENCIA-LIBERADA
               GO TO 0003-PROCESSAR-EXIT
           END-IF.

           DISPLAY 'CONFIRMA A TRANSFERENCIA? (S/N)'.
           ACCEPT WRK-CONFIRMA FROM CONSOLE.
           IF NOT TRANSFERENCIA-CONFIRMADA
               DISPLAY 'TRANSFERENCIA NAO CONFIRMADA - NADA FOI '
                       'ALTERADO.'
               GO TO 0003-PROCESSAR-EXIT
           END-IF.

           PERFORM LANCAR-SAIDA-ORIGEM.
           PERFORM LANCAR-ENTRADA-DESTINO.
           PERFORM REGISTRAR-TRANSFERENCIA
               THRU REGISTRAR-TRANSFERENCIA-EXIT.
           IF WRK-IMPOSTO > ZEROS
               PERFORM GRAVAR-JORNAL-IMPOSTO
           END-IF.
           PERFORM AUDITAR-TRANSFERENCIA.
           DISPLAY 'TRANSFERENCIA ' TRF-WS-PROX-REF ' CONCLUIDA.'.

       0003-PROCESSAR-EXIT.
           EXIT.

       0004-FINALIZAR.
           IF NOT LEDGER-NAO-ENCONTRADO
               CLOSE INVESTIMENTO-LEDGER
           END-IF.
           PERFORM FECHAR-MOVIMENTOS.
           PERFORM FECHAR-TRANSFERENCIAS.
           PERFORM FECHAR-JORNAL.
           PERFORM FECHAR-AUDITORIA.
           PERFORM FECHAR-PARAMETROS.
           PERFORM FECHAR-COTITULARES.
           PERFORM FECHAR-APROVACOES.
           PERFORM FECHAR-BLOQUEIOS.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

      *----------------------------------------------------------*
      * ACEITAR-CONTA                                             *
      * LE O NUMERO DA CONTA, CONFERE O DIGITO (VALIDCTA) E BUSCA *
      * A CONTA NO LEDGER. CONTA ENCERRADA, BLOQUEADA PELA        *
      * CONCILIACAO OU RETIDA POR ORDEM JUDICIAL NAO ENTRA EM     *
      * TRANSFERENCIA.                                            *
      *----------------------------------------------------------*
       ACEITAR-CONTA.
           MOVE 'N' TO WRK-CONTA-ACHADA.
           ACCEPT WRK-CONTA-ENT FROM CONSOLE.
           CALL 'VALIDNUM' USING WRK-CONTA-ENT WRK-ENTRADA-VALIDA.
           IF NOT ENTRADA-VALIDA
               DISPLAY 'ENTRADA INVALIDA'
               GO TO ACEITAR-CONTA-EXIT
           END-IF.
           MOVE FUNCTION TRIM(WRK-CONTA-ENT) TO WRK-CONTA.
           MOVE 'V' TO WRK-ACAO-DIGITO.
           CALL 'VALIDCTA' USING WRK-ACAO-DIGITO WRK-CONTA
               WRK-DIGITO-OK.

           MOVE WRK-CONTA TO LEDGER-CONTA.
           READ INVESTIMENTO-LEDGER
               INVALID KEY
                   DISPLAY 'CONTA ' WRK-CONTA ' NAO CADASTRADA.'
                   IF NOT DIGITO-VALIDO
                       DISPLAY 'DIGITO VERIFICADOR INVALIDO - '
                               'CONFERIR O NUMERO DA CONTA.'
                   END-IF
                   GO TO ACEITAR-CONTA-EXIT
           END-READ.
           IF NOT DIGITO-VALIDO
               DISPLAY 'AVISO: CONTA ANTIGA SEM DIGITO VERIFICADOR '
                       'VALIDO.'
           END-IF.
           EVALUATE TRUE
               WHEN LEDGER-CONTA-ENCERRADA
                   DISPLAY 'CONTA ' WRK-CONTA ' ENCERRADA.'
               WHEN LEDGER-CONTA-BLOQUEADA
                   DISPLAY 'CONTA ' WRK-CONTA ' BLOQUEADA PELA '
                           'CONCILIACAO - RESOLVER ANTES DE '
                           'TRANSFERIR.'
               WHEN LEDGER-CONTA-RETIDA
                   DISPLAY 'CONTA ' WRK-CONTA ' LIQUIDADA - SALDO '
                           'RETIDO POR ORDEM JUDICIAL (BLQMNT).'
               WHEN OTHER
                   MOVE 'S' TO WRK-CONTA-ACHADA
           END-EVALUATE.

       ACEITAR-CONTA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ACEITAR-VALOR                                             *
      * VALOR BRUTO A TIRAR DA ORIGEM, EM CENTAVOS, LIMITADO AO   *
      * SALDO DA CONTA. O IOF E O IR SAEM DESSE VALOR.            *
      *----------------------------------------------------------*
       ACEITAR-VALOR.
           MOVE ZEROS TO WRK-VALOR.
           DISPLAY 'VALOR A TRANSFERIR EM CENTAVOS'.
           ACCEPT WRK-VALOR-ENT FROM CONSOLE.
           CALL 'VALIDNUM' USING WRK-VALOR-ENT WRK-ENTRADA-VALIDA.
           IF NOT ENTRADA-VALIDA
               DISPLAY 'VALOR INVALIDO - NADA FOI ALTERADO.'
               GO TO ACEITAR-VALOR-EXIT
           END-IF.
           MOVE FUNCTION TRIM(WRK-VALOR-ENT) TO WRK-VALOR-NUM.
           IF WRK-VALOR-NUM = ZEROS OR WRK-VALOR-NUM > 9999999999
               DISPLAY 'VALOR INVALIDO - NADA FOI ALTERADO.'
               GO TO ACEITAR-VALOR-EXIT
           END-IF.
           COMPUTE WRK-VALOR = WRK-VALOR-NUM / 100.
           IF WRK-VALOR > WRK-SALDO-ORIGEM
               MOVE WRK-SALDO-ORIGEM TO WRK-VALOR-ED
               DISPLAY 'VALOR ACIMA DO SALDO DA ORIGEM (' WRK-VALOR-ED
                       ') - NADA FOI ALTERADO.'
               MOVE ZEROS TO WRK-VALOR
           END-IF.

       ACEITAR-VALOR-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * VERIFICAR-BLOQUEIO-JUDICIAL                               *
      * COMO NO RESGATE: COM BLOQUEIO JUDICIAL ATIVO NA ORIGEM SO *
      * SAI O QUE EXCEDER A SOMA BLOQUEADA.                       *
      *----------------------------------------------------------*
       VERIFICAR-BLOQUEIO-JUDICIAL.
           MOVE 'S' TO WRK-LIBERADA.
           MOVE WRK-CONTA-ORIGEM TO BLJ-WS-CONTA.
           MOVE WRK-SALDO-ORIGEM TO BLJ-WS-SALDO.
           PERFORM APURAR-BLOQUEIO-JUDICIAL.
           IF BLJ-WS-QTD = ZEROS
              OR WRK-VALOR NOT > BLJ-WS-LIVRE
               GO TO VERIFICAR-BLOQUEIO-JUDICIAL-EXIT
           END-IF.

           MOVE 'N' TO WRK-LIBERADA.
           MOVE WRK-VALOR TO WRK-VALOR-ED.
           DISPLAY 'TRANSFERENCIA DE ' WRK-VALOR-ED ' RECUSADA - '
                   'CONTA COM ' BLJ-WS-QTD
                   ' BLOQUEIO(S) JUDICIAL(IS).'.
           MOVE BLJ-WS-TOTAL TO WRK-VALOR-ED.
           DISPLAY 'VALOR BLOQUEADO: ' WRK-VALOR-ED.
           MOVE BLJ-WS-LIVRE TO WRK-VALOR-ED.
           DISPLAY 'SALDO LIVRE PARA TRANSFERIR: ' WRK-VALOR-ED.
           MOVE 'TRANSF-BLOQJUD' TO AUD-CAMPO.
           MOVE WRK-VALOR TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED TO AUD-VALOR.
           PERFORM GRAVAR-AUDITORIA.

       VERIFICAR-BLOQUEIO-JUDICIAL-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * VERIFICAR-CONTA-CONJUNTA                                  *
      * ORIGEM CONJUNTA 'E' SO TRANSFERE COM A AUTORIZACAO DE     *
      * TODOS OS TITULARES, CONFIRMADA PELO SUPERVISOR NO         *
      * APROVREV (TIPO RESGCONJ, OPERACAO T, COM A CONTA E O      *
      * VALOR). SEM APROVACAO O PEDIDO VAI PARA A FILA (UMA VEZ   *
      * SO) E NADA E ALTERADO.                                    *
      *----------------------------------------------------------*
       VERIFICAR-CONTA-CONJUNTA.
           MOVE WRK-CONTA-ORIGEM TO COT-WS-CONTA.
           MOVE WRK-CPF-ORIGEM TO COT-WS-CPF-TITULAR.
           MOVE WRK-CPF-ORIGEM TO COT-WS-CPF.
           PERFORM CARREGAR-COTITULARES.
           IF NOT COT-WS-CONJUNTA-E
               GO TO VERIFICAR-CONTA-CONJUNTA-EXIT
           END-IF.

           MOVE 'RESGCONJ' TO APRV-WS-TIPO.
           MOVE SPACES TO APRV-WS-DADOS.
           STRING WRK-CONTA-ORIGEM DELIMITED BY SIZE
                  'T' DELIMITED BY SIZE
                  WRK-VALOR-NUM DELIMITED BY SIZE
                  WRK-CPF-ORIGEM DELIMITED BY SIZE
                  INTO APRV-WS-DADOS.
           PERFORM CONSULTAR-APROVACAO.
           IF APROVACAO-DISPONIVEL
               MOVE 'TRANSF-CONJ' TO AUD-CAMPO
               MOVE APRV-WS-DADOS TO AUD-VALOR
               PERFORM GRAVAR-AUDITORIA
               DISPLAY 'TRANSFERENCIA DA CONTA CONJUNTA APROVADA.'
           ELSE
               MOVE 'N' TO WRK-LIBERADA
               DISPLAY 'CONTA CONJUNTA E - A TRANSFERENCIA EXIGE A '
                       'AUTORIZACAO DE TODOS OS TITULARES.'
               IF APRV-JA-PENDENTE
                   DISPLAY 'TRANSFERENCIA JA AGUARDA A DECISAO DO '
                           'SUPERVISOR NO APROVREV.'
               ELSE
                   PERFORM ENFILEIRAR-APROVACAO
               END-IF
               DISPLAY 'NADA FOI ALTERADO.'
           END-IF.

       VERIFICAR-CONTA-CONJUNTA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * APURAR-TRIBUTOS                                           *
      * REFAZ OS LOTES DA ORIGEM (LOTEP.CPY) E SIMULA O RESGATE   *
      * DO VALOR BRUTO: IOF SOBRE OS JUROS DOS LOTES COM MENOS DE *
      * 30 DIAS E, NO CDB, IR DE CADA LOTE PELA FAIXA DOS MESES   *
      * DELE SOBRE OS JUROS QUE SAEM MENOS O IOF DELES - A MESMA  *
      * CONTA DO ENCERRAMENTO (ATIVIDADE05C).                     *
      *----------------------------------------------------------*
       APURAR-TRIBUTOS.
           MOVE WRK-CONTA-ORIGEM TO LOT-WS-CONTA.
           MOVE RUNDATE-HOJE TO LOT-WS-DATA-REF.
           PERFORM APURAR-LOTES.
           MOVE WRK-VALOR TO LOT-WS-RESGATE.
           PERFORM SIMULAR-RESGATE-LOTES.
           MOVE LOT-WS-SIM-IOF TO WRK-IOF.
           MOVE ZEROS TO WRK-IMPOSTO.
           IF ORIGEM-CDB
               PERFORM CARREGAR-FAIXAS-IR
               PERFORM CALCULAR-IR-LOTE
                   VARYING LOT-WS-IND FROM 1 BY 1
                   UNTIL LOT-WS-IND > LOT-WS-QTD
           END-IF.

       APURAR-TRIBUTOS-EXIT.
           EXIT.

       CALCULAR-IR-LOTE.
           COMPUTE WRK-BASE-IR = LOT-TAB-JUROS-RESG(LOT-WS-IND)
               - LOT-TAB-IOF-RESG(LOT-WS-IND).
           IF WRK-BASE-IR > ZEROS
               EVALUATE TRUE
                   WHEN LOT-TAB-MESES(LOT-WS-IND) <= WRK-IR-FAIXA1-MES
                       MOVE WRK-IR-FAIXA1-TX TO WRK-TAXA-IR
                   WHEN LOT-TAB-MESES(LOT-WS-IND) <= WRK-IR-FAIXA2-MES
                       MOVE WRK-IR-FAIXA2-TX TO WRK-TAXA-IR
                   WHEN LOT-TAB-MESES(LOT-WS-IND) <= WRK-IR-FAIXA3-MES
                       MOVE WRK-IR-FAIXA3-TX TO WRK-TAXA-IR
                   WHEN OTHER
                       MOVE WRK-IR-FINAL-TX TO WRK-TAXA-IR
               END-EVALUATE
               COMPUTE LOT-TAB-IR(LOT-WS-IND) ROUNDED =
                   WRK-BASE-IR * WRK-TAXA-IR
               ADD LOT-TAB-IR(LOT-WS-IND) TO WRK-IMPOSTO
           END-IF.

       CALCULAR-IR-LOTE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * CARREGAR-FAIXAS-IR                                        *
      * CARREGA DE PARAMETROS AS FAIXAS DA TABELA REGRESSIVA,     *
      * MANTENDO OS PADROES DA TABELA OFICIAL QUANDO AUSENTES.    *
      *----------------------------------------------------------*
       CARREGAR-FAIXAS-IR.
           MOVE 'IR-CDB-FAIXA1-MES' TO PARM-CODIGO.
           PERFORM LER-PARAMETRO.
           IF PARM-VALOR > ZEROS
               MOVE PARM-VALOR TO WRK-IR-FAIXA1-MES
           END-IF.
           MOVE 'IR-CDB-FAIXA1-TX' TO PARM-CODIGO.
           PERFORM LER-PARAMETRO.
           IF PARM-VALOR > ZEROS
               MOVE PARM-VALOR TO WRK-IR-FAIXA1-TX
           END-IF.
           MOVE 'IR-CDB-FAIXA2-MES' TO PARM-CODIGO.
           PERFORM LER-PARAMETRO.
           IF PARM-VALOR > ZEROS
               MOVE PARM-VALOR TO WRK-IR-FAIXA2-MES
           END-IF.
           MOVE 'IR-CDB-FAIXA2-TX' TO PARM-CODIGO.
           PERFORM LER-PARAMETRO.
           IF PARM-VALOR > ZEROS
               MOVE PARM-VALOR TO WRK-IR-FAIXA2-TX
           END-IF.
           MOVE 'IR-CDB-FAIXA3-MES' TO PARM-CODIGO.
           PERFORM LER-PARAMETRO.
           IF PARM-VALOR > ZEROS
               MOVE PARM-VALOR TO WRK-IR-FAIXA3-MES
           END-IF.
           MOVE 'IR-CDB-FAIXA3-TX' TO PARM-CODIGO.
           PERFORM LER-PARAMETRO.
           IF PARM-VALOR > ZEROS
               MOVE PARM-VALOR TO WRK-IR-FAIXA3-TX
           END-IF.
           MOVE 'IR-CDB-FINAL-TX' TO PARM-CODIGO.
           PERFORM LER-PARAMETRO.
           IF PARM-VALOR > ZEROS
               MOVE PARM-VALOR TO WRK-IR-FINAL-TX
           END-IF.

       CARREGAR-FAIXAS-IR-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * MOSTRAR-DEMONSTRATIVO                                     *
      * VALOR BRUTO, TRIBUTOS DA ORIGEM E LIQUIDO A CREDITAR NO   *
      * DESTINO, PARA O CLIENTE CONFIRMAR.                        *
      *----------------------------------------------------------*
       MOSTRAR-DEMONSTRATIVO.
           DISPLAY '----------------------------------------'.
           DISPLAY 'DE ' WRK-CONTA-ORIGEM ' (' WRK-PROD-ORIGEM
                   ') PARA ' WRK-CONTA-DESTINO ' (' WRK-PROD-DESTINO
                   ')'.
           MOVE WRK-VALOR TO WRK-VALOR-ED.
           DISPLAY 'VALOR BRUTO DA ORIGEM..: ' WRK-VALOR-ED.
           MOVE LOT-WS-SIM-JUROS TO WRK-VALOR-ED.
           DISPLAY 'RENDIMENTOS RESGATADOS.: ' WRK-VALOR-ED.
           MOVE WRK-IOF TO WRK-VALOR-ED.
           DISPLAY 'IOF RETIDO.............: ' WRK-VALOR-ED.
           MOVE WRK-IMPOSTO TO WRK-VALOR-ED.
           DISPLAY 'IR RETIDO..............: ' WRK-VALOR-ED.
           MOVE WRK-LIQUIDO TO WRK-VALOR-ED.
           DISPLAY 'LIQUIDO PARA O DESTINO.: ' WRK-VALOR-ED.

       MOSTRAR-DEMONSTRATIVO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * VERIFICAR-LIMITE-FGC                                      *
      * DINHEIRO QUE SAI DE PRODUTO SEM GARANTIA PARA CDB/LCI     *
      * AUMENTA A EXPOSICAO DO CPF AO FGC: ACIMA DO TETO SO SEGUE *
      * COM A CONFIRMACAO DE QUE O CLIENTE FOI INFORMADO, GRAVADA *
      * NO AUDIT-TRAIL, COMO NO APORTE DA ATIVIDADE05. ENTRE DOIS *
      * PRODUTOS GARANTIDOS A EXPOSICAO NAO MUDA.                 *
      *----------------------------------------------------------*
       VERIFICAR-LIMITE-FGC.
           MOVE WRK-PROD-ORIGEM TO FGC-WS-TIPO-PROD.
           IF FGC-PRODUTO-GARANTIDO
               GO TO VERIFICAR-LIMITE-FGC-EXIT
           END-IF.
           PERFORM CARREGAR-LIMITE-FGC.
           MOVE WRK-CPF-ORIGEM TO FGC-WS-CPF.
           MOVE WRK-CONTA-DESTINO TO FGC-WS-CONTA.
           MOVE WRK-PROD-DESTINO TO FGC-WS-TIPO-PROD.
           MOVE WRK-LIQUIDO TO FGC-WS-VALOR.
           PERFORM APURAR-EXPOSICAO-FGC THRU APURAR-EXPOSICAO-FGC-EXIT.
           IF NOT FGC-ACIMA-LIMITE
               GO TO VERIFICAR-LIMITE-FGC-EXIT
           END-IF.

           MOVE FGC-WS-EXPOSICAO-APOS TO WRK-VALOR-ED.
           DISPLAY 'ATENCAO: EXPOSICAO DO CPF AO FGC APOS A '
                   'TRANSFERENCIA: ' WRK-VALOR-ED.
           MOVE FGC-WS-LIMITE TO WRK-VALOR-ED.
           DISPLAY 'TETO DE GARANTIA DO FGC POR CPF...........: '
                   WRK-VALOR-ED.
           MOVE FGC-WS-DESCOBERTO TO WRK-VALOR-ED.
           DISPLAY 'VALOR SEM GARANTIA DO FGC.................: '
                   WRK-VALOR-ED.
           DISPLAY 'CLIENTE INFORMADO DE QUE O EXCEDENTE NAO TEM '
                   'GARANTIA DO FGC? (S/N)'.
           ACCEPT WRK-RESP-FGC FROM CONSOLE.
           IF CLIENTE-CIENTE-FGC
               MOVE 'AVISO-FGC' TO AUD-CAMPO
               MOVE WRK-VALOR-ED TO AUD-VALOR
               PERFORM GRAVAR-AUDITORIA
           ELSE
               MOVE 'N' TO WRK-LIBERADA
               DISPLAY 'TRANSFERENCIA SUSPENSA - ACIMA DO TETO DO '
                       'FGC. NADA FOI ALTERADO.'
           END-IF.

       VERIFICAR-LIMITE-FGC-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LANCAR-SAIDA-ORIGEM                                       *
      * ORIGEM: IOF ('F') E IR ('I') RETIDOS E O RESGATE ('R') DO *
      * LIQUIDO, NESSA ORDEM, COMO NO ENCERRAMENTO; O SALDO CAI O *
      * VALOR BRUTO. A CONTA FICA ABERTA MESMO ZERADA.            *
      *----------------------------------------------------------*
       LANCAR-SAIDA-ORIGEM.
           MOVE WRK-CONTA-ORIGEM TO LEDGER-CONTA.
           READ INVESTIMENTO-LEDGER
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE ZEROS TO MOV-WS-MES.
           MOVE ZEROS TO MOV-WS-TAXA.
           IF WRK-IOF > ZEROS
               SUBTRACT WRK-IOF FROM LEDGER-SALDO
               MOVE 'F' TO MOV-WS-TIPO
               COMPUTE MOV-WS-VALOR = ZEROS - WRK-IOF
               MOVE LEDGER-SALDO TO MOV-WS-SALDO
               PERFORM GRAVAR-MOVIMENTO
           END-IF.
           IF WRK-IMPOSTO > ZEROS
               SUBTRACT WRK-IMPOSTO FROM LEDGER-SALDO
               MOVE 'I' TO MOV-WS-TIPO
               COMPUTE MOV-WS-VALOR = ZEROS - WRK-IMPOSTO
               MOVE LEDGER-SALDO TO MOV-WS-SALDO
               PERFORM GRAVAR-MOVIMENTO
           END-IF.
           SUBTRACT WRK-LIQUIDO FROM LEDGER-SALDO.
           MOVE MOV-WS-PROX-SEQ TO WRK-SEQ-SAIDA.
           MOVE 'R' TO MOV-WS-TIPO.
           COMPUTE MOV-WS-VALOR = ZEROS - WRK-LIQUIDO.
           MOVE LEDGER-SALDO TO MOV-WS-SALDO.
           PERFORM GRAVAR-MOVIMENTO.
           REWRITE REG-LEDGER.

       LANCAR-SAIDA-ORIGEM-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LANCAR-ENTRADA-DESTINO                                    *
      * DESTINO: APORTE ('A') DO LIQUIDO - ABRE UM LOTE NOVO COM  *
      * A DATA DE HOJE, COMO QUALQUER APORTE.                     *
      *----------------------------------------------------------*
       LANCAR-ENTRADA-DESTINO.
           MOVE WRK-CONTA-DESTINO TO MOV-WS-CONTA.
           PERFORM OBTER-PROX-SEQ-MOVIMENTO.
           MOVE WRK-CONTA-DESTINO TO LEDGER-CONTA.
           READ INVESTIMENTO-LEDGER
               INVALID KEY
                   CONTINUE
           END-READ.
           ADD WRK-LIQUIDO TO LEDGER-SALDO.
           MOVE MOV-WS-PROX-SEQ TO WRK-SEQ-ENTRADA.
           MOVE 'A' TO MOV-WS-TIPO.
           MOVE ZEROS TO MOV-WS-MES.
           MOVE ZEROS TO MOV-WS-TAXA.
           MOVE WRK-LIQUIDO TO MOV-WS-VALOR.
           MOVE LEDGER-SALDO TO MOV-WS-SALDO.
           PERFORM GRAVAR-MOVIMENTO.
           REWRITE REG-LEDGER.

       LANCAR-ENTRADA-DESTINO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * REGISTRAR-TRANSFERENCIA                                   *
      * UM REGISTRO POR LADO NO INVTRF, COM A MESMA REFERENCIA E  *
      * A CHAVE DO MOVIMENTO DE CADA CONTA.                       *
      *----------------------------------------------------------*
       REGISTRAR-TRANSFERENCIA.
           OPEN I-O TRANSFERENCIAS-INVEST.
           IF TRF-ARQ-NAO-ENCONTRADO
               OPEN OUTPUT TRANSFERENCIAS-INVEST
               CLOSE TRANSFERENCIAS-INVEST
               OPEN I-O TRANSFERENCIAS-INVEST
           END-IF.
           SET TRF-ABERTO TO TRUE.
           PERFORM OBTER-PROX-REFERENCIA-TRF.

           MOVE WRK-CONTA-ORIGEM TO TRF-CONTA.
           MOVE WRK-SEQ-SAIDA TO TRF-SEQ.
           MOVE TRF-WS-PROX-REF TO TRF-REFERENCIA.
           SET TRF-SAIDA TO TRUE.
           MOVE WRK-CONTA-DESTINO TO TRF-CONTA-PAR.
           MOVE RUNDATE-HOJE TO TRF-DATA.
           MOVE WRK-LIQUIDO TO TRF-VALOR.
           MOVE AUD-WS-OPERADOR TO TRF-OPERADOR.
           WRITE REG-INVTRF
               INVALID KEY
                   DISPLAY 'ERRO NA GRAVACAO DA TRANSFERENCIA - '
                           'STATUS ' TRF-WS-STATUS
                   GO TO REGISTRAR-TRANSFERENCIA-EXIT
           END-WRITE.

           MOVE WRK-CONTA-DESTINO TO TRF-CONTA.
           MOVE WRK-SEQ-ENTRADA TO TRF-SEQ.
           SET TRF-ENTRADA TO TRUE.
           MOVE WRK-CONTA-ORIGEM TO TRF-CONTA-PAR.
           WRITE REG-INVTRF
               INVALID KEY
                   DISPLAY 'ERRO NA GRAVACAO DA TRANSFERENCIA - '
                           'STATUS ' TRF-WS-STATUS
           END-WRITE.

       REGISTRAR-TRANSFERENCIA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * GRAVAR-JORNAL-IMPOSTO                                     *
      * PAR CONTABIL DO IR RETIDO NA ORIGEM: DEBITO NA CONTA DE   *
      * APLICACAO X CREDITO EM IR A RECOLHER. O CAMPO DE LOTE     *
      * LEVA A CONTA DE ORIGEM.                                   *
      *----------------------------------------------------------*
       GRAVAR-JORNAL-IMPOSTO.
           MOVE WRK-CONTA-ORIGEM TO JRN-LOTE.
           MOVE 'APLICACAO' TO JRN-CONTA.
           SET JRN-DEBITO TO TRUE.
           MOVE WRK-IMPOSTO TO JRN-VALOR.
           MOVE 'IR RETIDO NA TRANSFERENCIA' TO JRN-HISTORICO.
           PERFORM GRAVAR-JORNAL.
           MOVE 'IR-RECOLHER' TO JRN-CONTA.
           SET JRN-CREDITO TO TRUE.
           MOVE WRK-IMPOSTO TO JRN-VALOR.
           PERFORM GRAVAR-JORNAL.

       GRAVAR-JORNAL-IMPOSTO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * AUDITAR-TRANSFERENCIA                                     *
      * REFERENCIA COM AS DUAS CONTAS E O LIQUIDO CREDITADO (EM   *
      * CENTAVOS) NO AUDIT-TRAIL.                                 *
      *----------------------------------------------------------*
       AUDITAR-TRANSFERENCIA.
           COMPUTE WRK-LIQUIDO-NUM = WRK-LIQUIDO * 100.
           MOVE 'TRANSF-CONTAS' TO AUD-CAMPO.
           MOVE SPACES TO AUD-VALOR.
           STRING TRF-WS-PROX-REF DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-CONTA-ORIGEM DELIMITED BY SIZE
                  '>' DELIMITED BY SIZE
                  WRK-CONTA-DESTINO DELIMITED BY SIZE
                  INTO AUD-VALOR.
           PERFORM GRAVAR-AUDITORIA.
           MOVE 'TRANSF-LIQUIDO' TO AUD-CAMPO.
           MOVE SPACES TO AUD-VALOR.
           STRING TRF-WS-PROX-REF DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-LIQUIDO-NUM DELIMITED BY SIZE
                  INTO AUD-VALOR.
           PERFORM GRAVAR-AUDITORIA.

       AUDITAR-TRANSFERENCIA-EXIT.
           EXIT.

           COPY 'AUDITPRC.CPY' REPLACING ==AUD-PROGRAM-ID==
               BY =='ATIVIDADE05O'==.
           COPY 'JORNALP.CPY' REPLACING ==JRN-PROGRAM-ID==
               BY =='ATIVIDADE05O'==.
           COPY 'RUNDATEP.CPY'.
           COPY 'PARAMETROSP.CPY'.
           COPY 'INVMOVP.CPY'.
           COPY 'INVTRFP.CPY'.
           COPY 'LOTEP.CPY'.
           COPY 'FGCP.CPY'.
           COPY 'COTITP.CPY'.
           COPY 'APROVP.CPY'.
           COPY 'BLOQJUDP.CPY'.
           COPY 'QUIESCEP.CPY'.
           COPY 'QUIESCES.CPY'.
