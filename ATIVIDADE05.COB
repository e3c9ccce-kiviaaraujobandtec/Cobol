      *MIRAR MES FECHADO E DESVIADA PARA O ARQUIVO DE RETENCAO
      *JRNHELD COM AVISO NO ENCERRAMENTO, EM VEZ DE GRAVADA -
      *RELATORIO DE EXCECAO NO JRNHLIST E LIBERACAO NO JRNHREL
      *03/05/22 KA CONTROLE DE EXPOSICAO AO FGC (FGCW/FGCP.CPY):
      *APORTE EM CDB/LCI (VALOR INICIAL DA CONTA NOVA MAIS OS
      *APORTES DOS MESES) QUE LEVE A SOMA DAS CONTAS DO CPF ACIMA
      *DO TETO DE GARANTIA (FGC-LIMITE-MIL) E AVISADO COM A PARTE
      *DESCOBERTA; SO SEGUE COM A CONFIRMACAO DE QUE O CLIENTE
      *FOI INFORMADO, GRAVADA NO AUDIT-TRAIL (AVISO-FGC). ACIMA DO
      *PERCENTUAL DE ALERTA (FGC-ALERTA-PCT) SO INFORMA
      *04/05/22 KA CONTA CONJUNTA 'E' (COTITUL): RESGATE SO SEGUE
      *COM A AUTORIZACAO DE TODOS OS TITULARES, CONFIRMADA PELO
      *SUPERVISOR NA FILA DE APROVACOES (TIPO RESGCONJ, COM A
      *CONTA E O TOTAL RESGATADO); SEM ELA O PEDIDO VAI PARA A
      *FILA E NADA E GRAVADO
      *05/05/22 KA BLOQUEIO JUDICIAL (BLOQJUD, MANTIDO NO BLQMNT):
      *RESGATE QUE INVADA A SOMA BLOQUEADA DA CONTA E RECUSADO
      *COM O SALDO LIVRE NA TELA E NADA E GRAVADO; CONTA RETIDA
      *APOS LIQUIDACAO COM BLOQUEIO ('J') NAO ACEITA MOVIMENTOS
      *06/05/22 KA IOF DO RESGATE POR LOTE DE APORTE (LOTEP.CPY):
      *O RESGATE CONSOME OS LOTES MAIS ANTIGOS PRIMEIRO (PEPS) E
      *SO OS JUROS DOS LOTES COM MENOS DE 30 DIAS PAGAM IOF, CADA
      *UM PELOS SEUS DIAS - ANTES TODOS OS JUROS DESDE O ULTIMO
      *APORTE PAGAVAM PELOS DIAS DELE
      *07/05/22 KA NOVO PRODUTO CDB-CDI (POS-FIXADO EM % DO CDI):
      *NA ABERTURA PEDE O PERCENTUAL DO CDI CONTRATADO, GRAVADO
      *EM LEDGER-PERC-CDI COM LEDGER-DATA-APROP = DATA DA
      *ABERTURA. O RENDIMENTO DO CDB-CDI E SO O DA APROPRIACAO
      *DIARIA NOTURNA (ATIVIDADE05B): A SIMULACAO DA CONTA NAO
      *BUSCA TAXA MENSAL NEM LANCA JUROS, SO OS APORTES E
      *RESGATES. O IR E O DO CDB
      *27/05/22 KA CONTA DA LINHA DE JORNAL CONFERIDA NO
      *PLANO DE CONTAS (PLCONTAS)
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JRN-WS-RET-STATUS.

           SELECT PLANO-CONTAS ASSIGN TO "PLCONTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLC-CONTA
               FILE STATUS IS JRN-WS-PLC-STATUS.

           SELECT INVESTIMENTO-MOVIMENTOS ASSIGN TO "INVMOV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
       FD  EVOL-INVEST.
       FD  JORNAL-RETIDO.
           COPY 'JRNHELD.CPY'.

       FD  PLANO-CONTAS.
           COPY 'PLCONTAS.CPY'.

       FD  INVESTIMENTO-MOVIMENTOS.
           COPY 'INVMOV.CPY'.

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
           COPY 'INVMOVW.CPY'.
           COPY 'TAXASW.CPY'.
           COPY 'IOFW.CPY'.
           COPY 'LOTEW.CPY'.
           COPY 'FGCW.CPY'.
           COPY 'COTITW.CPY'.
           COPY 'APROVW.CPY'.
           COPY 'BLOQJUDW.CPY'.
       77 WRK-TOTAL-RESGATE PIC S9(09)V99 VALUE ZEROS.
       77 WRK-RESGATE-CENTAVOS PIC 9(11) VALUE ZEROS.
       77 WRK-RESP-FGC    PIC X(01)      VALUE 'N'.
           88 CLIENTE-CIENTE-FGC VALUE 'S'.
       77 WRK-VALOR       PIC S9(08)V99  VALUE ZEROS.
       77 WRK-MESES-ENT   PIC X(11)      VALUE SPACES.
       77 WRK-MESES       PIC 9(02)      VALUE ZEROS.
           88 HOUVE-MOVIMENTACAO VALUE 'S'.

       77 WRK-CONTA-ENT    PIC X(11)      VALUE SPACES.
      *PERCENTUAL DO CDI CONTRATADO NO CDB-CDI (EX.: 110,00)
       77 WRK-PERC-CDI-ENT PIC X(11)      VALUE SPACES.
       77 WRK-PERC-CDI-NUM PIC 9(05)      VALUE ZEROS.
       77 WRK-PERC-CDI     PIC 9(03)V99   VALUE ZEROS.
       77 WRK-PERC-CDI-ED  PIC ZZ9,99     VALUE ZEROS.
       77 WRK-CONTA        PIC 9(06)      VALUE ZEROS.
       77 WRK-ENTRADA-VALIDA PIC X(01)    VALUE 'N'.
           88 ENTRADA-VALIDA VALUE 'S'.
      *TIPO DE PRODUTO - DEFINE A TRIBUTACAO APLICADA SOBRE O
      *RENDIMENTO NO ENCERRAMENTO DA SIMULACAO
       77 WRK-TIPO-PRODUTO PIC X(08)      VALUE SPACES.
           88 PRODUTO-CDB      VALUE 'CDB' 'CDB-CDI'.
           88 PRODUTO-POUPANCA VALUE 'POUPANCA'.
           88 PRODUTO-LCI      VALUE 'LCI'.
           88 PRODUTO-CDB-CDI  VALUE 'CDB-CDI'.
       77 WRK-VALOR-BRUTO  PIC S9(08)V99  VALUE ZEROS.
       77 WRK-TOTAL-MOVIMENTOS PIC S9(08)V99 VALUE ZEROS.
       77 WRK-RENDIMENTO   PIC S9(08)V99  VALUE ZEROS.
           END-IF.

           PERFORM 0002-INICIALIZAR THRU 0002-INICIALIZAR-EXIT.
           IF TITULAR-OK
               PERFORM VERIFICAR-LIMITE-FGC THRU
                   VERIFICAR-LIMITE-FGC-EXIT
           END-IF.
           IF TITULAR-OK
               PERFORM VERIFICAR-BLOQUEIO-JUDICIAL THRU
                   VERIFICAR-BLOQUEIO-JUDICIAL-EXIT
           END-IF.
           IF TITULAR-OK
               PERFORM VERIFICAR-RESGATE-CONJUNTO THRU
                   VERIFICAR-RESGATE-CONJUNTO-EXIT
           END-IF.

           IF TITULAR-OK
               PERFORM 0003-PROCESSAR
           PERFORM OBTER-DATA-EXECUCAO

           PERFORM CARREGAR-FAIXAS-IR
           PERFORM CARREGAR-LIMITE-FGC

           DISPLAY 'NUMERO DA CONTA (ZERO = ABRIR CONTA NOVA)'
           ACCEPT WRK-CONTA-ENT
               GO TO 0002-INICIALIZAR-EXIT
           END-IF

           IF CONTA-JA-CADASTRADA AND LEDGER-CONTA-RETIDA
               DISPLAY 'CONTA ' WRK-CONTA ' LIQUIDADA COM SALDO '
                       'RETIDO POR ORDEM JUDICIAL (BLQMNT) - NAO '
                       'ACEITA NOVOS MOVIMENTOS.'
               SET TITULAR-SEM-CADASTRO TO TRUE
               GO TO 0002-INICIALIZAR-EXIT
           END-IF

           MOVE WRK-CONTA TO MOV-WS-CONTA
           PERFORM ABRIR-MOVIMENTOS

               MOVE LEDGER-TIPO-PROD TO WRK-TIPO-PRODUTO
               MOVE LEDGER-CPF TO WRK-CPF-TITULAR
               DISPLAY 'PRODUTO DA CONTA: ' WRK-TIPO-PRODUTO
               IF PRODUTO-CDB-CDI
                   MOVE LEDGER-PERC-CDI TO WRK-PERC-CDI
                   MOVE WRK-PERC-CDI TO WRK-PERC-CDI-ED
                   DISPLAY 'PERCENTUAL DO CDI CONTRATADO: '
                           WRK-PERC-CDI-ED
               END-IF
           ELSE
               PERFORM VERIFICAR-TITULAR
               IF TITULAR-OK
                   MOVE WRK-VALOR TO WRK-VALOR-ED
                   MOVE WRK-VALOR-ED TO AUD-VALOR
                   PERFORM GRAVAR-AUDITORIA
                   DISPLAY 'TIPO DE PRODUTO (CDB/CDB-CDI/POUPANCA/'
                           'LCI)'
                   ACCEPT WRK-TIPO-PRODUTO
                   MOVE 'WRK-TIPO-PRODUTO' TO AUD-CAMPO
                   MOVE WRK-TIPO-PRODUTO TO AUD-VALOR
                   PERFORM GRAVAR-AUDITORIA
                   PERFORM VERIFICAR-ADEQUACAO-PERFIL THRU
                       VERIFICAR-ADEQUACAO-PERFIL-EXIT
                   IF TITULAR-OK AND PRODUTO-CDB-CDI
                       PERFORM OBTER-PERC-CDI THRU OBTER-PERC-CDI-EXIT
                   END-IF
               END-IF
           END-IF.


           PERFORM PERGUNTAR-CENARIO THRU PERGUNTAR-CENARIO-EXIT
           IF CENARIO-CARREGADO
               IF PRODUTO-CDB-CDI AND NOT CONTA-JA-CADASTRADA
                   AND WRK-PERC-CDI = ZEROS
                   PERFORM OBTER-PERC-CDI THRU OBTER-PERC-CDI-EXIT
               END-IF
               GO TO 0002-INICIALIZAR-EXIT
           END-IF

           PERFORM GRAVAR-AUDITORIA

           COMPUTE WRK-ANOMES-SIM = RUNDATE-HOJE / 100.
           IF PRODUTO-CDB-CDI
               DISPLAY 'CDB-CDI RENDE PELO CDI NA APROPRIACAO DIARIA '
                       'NOTURNA - A SIMULACAO SO LANCA APORTES E '
                       'RESGATES.'
           ELSE
               PERFORM VARYING WRK-IND-MES FROM 1 BY 1
                       UNTIL WRK-IND-MES > WRK-MESES
                   PERFORM OBTER-TAXA-DO-MES
                   PERFORM AVANCAR-ANOMES-SIM
               END-PERFORM
           END-IF.

           DISPLAY 'HOUVE APORTE OU RESGATE EM ALGUM MES? (S/N)'
           ACCEPT WRK-RESP-MOV
                       PERFORM CALCULAR-RENDIMENTO-POUPANCA
                   WHEN PRODUTO-LCI
                       PERFORM CALCULAR-RENDIMENTO-LCI
                   WHEN PRODUTO-CDB-CDI
                       MOVE ZEROS TO TAB-TAXA-MES(WRK-IND-MES)
                   WHEN OTHER
                       PERFORM CALCULAR-RENDIMENTO-CDB
               END-EVALUATE

               IF NOT PRODUTO-CDB-CDI
                   PERFORM LANCAR-MOVIMENTO-JUROS
               END-IF

               MOVE WRK-IND-MES TO EVOL-MES
               MOVE TAB-TAXA-MES(WRK-IND-MES) TO EVOL-TAXA

      *----------------------------------------------------------*
      * APLICAR-IOF-RESGATE                                       *
      * O RESGATE JA GRAVADO CONSOME OS LOTES DE APORTE DO MAIS  *
      * ANTIGO PARA O MAIS NOVO (LOTEP.CPY); OS JUROS TIRADOS DE  *
      * LOTE COM MENOS DE 30 DIAS PAGAM IOF REGRESSIVO PELOS DIAS *
      * DAQUELE LOTE. O IOF E LANCADO COMO MOVIMENTO 'F' E        *
      * ABATIDO DO SALDO.                                         *
      *----------------------------------------------------------*
       APLICAR-IOF-RESGATE.

           MOVE WRK-CONTA TO LOT-WS-CONTA.
           MOVE ZEROS TO LOT-WS-DATA-REF.
           PERFORM APURAR-LOTES.
           IF LOT-WS-IOF-RESGATE > ZEROS
               SUBTRACT LOT-WS-IOF-RESGATE FROM WRK-VALOR
               MOVE LOT-WS-IOF-RESGATE TO WRK-VALOR-ED
               DISPLAY 'IOF RETIDO NO RESGATE (LOTES COM MENOS DE '
                       '30 DIAS): ' WRK-VALOR-ED
               MOVE 'F' TO MOV-WS-TIPO
               MOVE WRK-IND-MES TO MOV-WS-MES
               MOVE ZEROS TO MOV-WS-TAXA
               COMPUTE MOV-WS-VALOR = ZEROS - LOT-WS-IOF-RESGATE
               MOVE WRK-VALOR TO MOV-WS-SALDO
               PERFORM GRAVAR-MOVIMENTO
           END-IF.
       VERIFICAR-ADEQUACAO-PERFIL-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * VERIFICAR-LIMITE-FGC                                      *
      * SOMA O DINHEIRO NOVO DA SIMULACAO (VALOR INICIAL DA CONTA *
      * NOVA E APORTES DOS MESES) A EXPOSICAO DO CPF EM PRODUTOS  *
      * GARANTIDOS. ACIMA DO TETO AVISA A PARTE SEM GARANTIA E SO *
      * SEGUE COM A CONFIRMACAO DE QUE O CLIENTE FOI INFORMADO,   *
      * GRAVADA NO AUDIT-TRAIL; SEM ELA O APORTE FICA SUSPENSO E  *
      * NADA E GRAVADO.                                           *
      *----------------------------------------------------------*
       VERIFICAR-LIMITE-FGC.

           IF CONTA-JA-CADASTRADA
               MOVE ZEROS TO FGC-WS-VALOR
           ELSE
               MOVE WRK-VALOR-BRUTO TO FGC-WS-VALOR
           END-IF.
           PERFORM SOMAR-APORTE-FGC
               VARYING WRK-IND-MES FROM 1 BY 1
               UNTIL WRK-IND-MES > WRK-MESES.
           MOVE WRK-CPF-TITULAR TO FGC-WS-CPF.
           MOVE WRK-CONTA TO FGC-WS-CONTA.
           MOVE WRK-TIPO-PRODUTO TO FGC-WS-TIPO-PROD.
           PERFORM APURAR-EXPOSICAO-FGC THRU APURAR-EXPOSICAO-FGC-EXIT.
           IF FGC-NAO-SE-APLICA
               GO TO VERIFICAR-LIMITE-FGC-EXIT
           END-IF.

           IF FGC-DENTRO-LIMITE
               IF FGC-WS-EXPOSICAO-APOS NOT < FGC-WS-ALERTA
                   MOVE FGC-WS-EXPOSICAO-APOS TO WRK-VALOR-ED
                   DISPLAY 'AVISO: EXPOSICAO DO CPF AO FGC APOS O '
                           'APORTE: ' WRK-VALOR-ED
                   MOVE FGC-WS-LIMITE TO WRK-VALOR-ED
                   DISPLAY '       PROXIMA DO TETO DE GARANTIA DE '
                           WRK-VALOR-ED
               END-IF
               GO TO VERIFICAR-LIMITE-FGC-EXIT
           END-IF.

           MOVE FGC-WS-EXPOSICAO-APOS TO WRK-VALOR-ED.
           DISPLAY 'ATENCAO: EXPOSICAO DO CPF AO FGC APOS O APORTE: '
                   WRK-VALOR-ED.
           MOVE FGC-WS-LIMITE TO WRK-VALOR-ED.
           DISPLAY 'TETO DE GARANTIA DO FGC POR CPF...........: '
                   WRK-VALOR-ED.
           MOVE FGC-WS-DESCOBERTO TO WRK-VALOR-ED.
           DISPLAY 'VALOR SEM GARANTIA DO FGC.................: '
                   WRK-VALOR-ED.
           DISPLAY 'CLIENTE INFORMADO DE QUE O EXCEDENTE NAO TEM '
                   'GARANTIA DO FGC? (S/N)'.
           ACCEPT WRK-RESP-FGC.
           IF CLIENTE-CIENTE-FGC
               MOVE 'AVISO-FGC' TO AUD-CAMPO
               MOVE WRK-VALOR-ED TO AUD-VALOR
               PERFORM GRAVAR-AUDITORIA
               DISPLAY 'APORTE ACIMA DO TETO CONFIRMADO.'
           ELSE
               DISPLAY 'APORTE SUSPENSO - ACIMA DO TETO DO FGC.'
               SET TITULAR-SEM-CADASTRO TO TRUE
           END-IF.

       VERIFICAR-LIMITE-FGC-EXIT.
           EXIT.

       SOMAR-APORTE-FGC.
           IF TAB-MOVIMENTO-MES(WRK-IND-MES) > ZEROS
               ADD TAB-MOVIMENTO-MES(WRK-IND-MES) TO FGC-WS-VALOR
           END-IF.

       SOMAR-APORTE-FGC-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * VERIFICAR-BLOQUEIO-JUDICIAL                               *
      * CONTA COM BLOQUEIO JUDICIAL ATIVO SO RESGATA O QUE        *
      * EXCEDER A SOMA BLOQUEADA: O TOTAL RESGATADO NA SIMULACAO  *
      * E CONFERIDO CONTRA O SALDO LIVRE DA CONTA (SALDO ANTERIOR *
      * MENOS OS BLOQUEIOS); ACIMA DELE NADA E GRAVADO.           *
      *----------------------------------------------------------*
       VERIFICAR-BLOQUEIO-JUDICIAL.

           IF NOT CONTA-JA-CADASTRADA
               GO TO VERIFICAR-BLOQUEIO-JUDICIAL-EXIT
           END-IF.
           MOVE ZEROS TO WRK-TOTAL-RESGATE.
           PERFORM SOMAR-RESGATE-MES
               VARYING WRK-IND-MES FROM 1 BY 1
               UNTIL WRK-IND-MES > WRK-MESES.
           IF WRK-TOTAL-RESGATE = ZEROS
               GO TO VERIFICAR-BLOQUEIO-JUDICIAL-EXIT
           END-IF.
           MOVE WRK-CONTA TO BLJ-WS-CONTA.
           MOVE WRK-VALOR-BRUTO TO BLJ-WS-SALDO.
           PERFORM APURAR-BLOQUEIO-JUDICIAL.
           PERFORM FECHAR-BLOQUEIOS.
           IF BLJ-WS-QTD = ZEROS
              OR WRK-TOTAL-RESGATE NOT > BLJ-WS-LIVRE
               GO TO VERIFICAR-BLOQUEIO-JUDICIAL-EXIT
           END-IF.

           MOVE WRK-TOTAL-RESGATE TO WRK-VALOR-ED.
           DISPLAY 'RESGATE DE ' WRK-VALOR-ED ' RECUSADO - CONTA COM '
                   BLJ-WS-QTD ' BLOQUEIO(S) JUDICIAL(IS).'.
           MOVE BLJ-WS-TOTAL TO WRK-VALOR-ED.
           DISPLAY 'VALOR BLOQUEADO: ' WRK-VALOR-ED.
           MOVE BLJ-WS-LIVRE TO WRK-VALOR-ED.
           DISPLAY 'SALDO LIVRE PARA RESGATE: ' WRK-VALOR-ED.
           MOVE 'RESGATE-BLOQJUD' TO AUD-CAMPO.
           MOVE WRK-TOTAL-RESGATE TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED TO AUD-VALOR.
           PERFORM GRAVAR-AUDITORIA.
           SET TITULAR-SEM-CADASTRO TO TRUE.

       VERIFICAR-BLOQUEIO-JUDICIAL-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * VERIFICAR-RESGATE-CONJUNTO                                *
      * CONTA CONJUNTA 'E': RESGATE SO COM A AUTORIZACAO DE TODOS *
      * OS TITULARES, CONFIRMADA PELO SUPERVISOR NO APROVREV PARA *
      * A CONTA E O TOTAL RESGATADO NA SIMULACAO. SEM APROVACAO O *
      * PEDIDO VAI PARA A FILA (UMA VEZ SO) E NADA E GRAVADO.     *
      *----------------------------------------------------------*
       VERIFICAR-RESGATE-CONJUNTO.

           IF NOT CONTA-JA-CADASTRADA
               GO TO VERIFICAR-RESGATE-CONJUNTO-EXIT
           END-IF.
           MOVE ZEROS TO WRK-TOTAL-RESGATE.
           PERFORM SOMAR-RESGATE-MES
               VARYING WRK-IND-MES FROM 1 BY 1
               UNTIL WRK-IND-MES > WRK-MESES.
           IF WRK-TOTAL-RESGATE = ZEROS
               GO TO VERIFICAR-RESGATE-CONJUNTO-EXIT
           END-IF.
           MOVE WRK-CONTA TO COT-WS-CONTA.
           MOVE WRK-CPF-TITULAR TO COT-WS-CPF-TITULAR.
           MOVE WRK-CPF-TITULAR TO COT-WS-CPF.
           PERFORM CARREGAR-COTITULARES.
           PERFORM FECHAR-COTITULARES.
           IF NOT COT-WS-CONJUNTA-E
               GO TO VERIFICAR-RESGATE-CONJUNTO-EXIT
           END-IF.

           COMPUTE WRK-RESGATE-CENTAVOS = WRK-TOTAL-RESGATE * 100.
           MOVE 'RESGCONJ' TO APRV-WS-TIPO.
           MOVE SPACES TO APRV-WS-DADOS.
           STRING WRK-CONTA DELIMITED BY SIZE
                  'R' DELIMITED BY SIZE
                  WRK-RESGATE-CENTAVOS DELIMITED BY SIZE
                  WRK-CPF-TITULAR DELIMITED BY SIZE
                  INTO APRV-WS-DADOS.
           PERFORM CONSULTAR-APROVACAO.
           IF APROVACAO-DISPONIVEL
               MOVE 'RESGATE-CONJ' TO AUD-CAMPO
               MOVE APRV-WS-DADOS TO AUD-VALOR
               PERFORM GRAVAR-AUDITORIA
               DISPLAY 'RESGATE DA CONTA CONJUNTA APROVADO.'
           ELSE
               MOVE WRK-TOTAL-RESGATE TO WRK-VALOR-ED
               DISPLAY 'CONTA CONJUNTA E - RESGATE DE ' WRK-VALOR-ED
                       ' EXIGE A AUTORIZACAO DE TODOS OS TITULARES.'
               IF APRV-JA-PENDENTE
                   DISPLAY 'RESGATE JA AGUARDA A DECISAO DO '
                           'SUPERVISOR NO APROVREV.'
               ELSE
                   PERFORM ENFILEIRAR-APROVACAO
               END-IF
               SET TITULAR-SEM-CADASTRO TO TRUE
           END-IF.
           PERFORM FECHAR-APROVACOES.

       VERIFICAR-RESGATE-CONJUNTO-EXIT.
           EXIT.

       SOMAR-RESGATE-MES.
           IF TAB-MOVIMENTO-MES(WRK-IND-MES) < ZEROS
               SUBTRACT TAB-MOVIMENTO-MES(WRK-IND-MES)
                   FROM WRK-TOTAL-RESGATE
           END-IF.

       SOMAR-RESGATE-MES-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 0005-ENCERRAR-SEM-CONTA                                   *
      * ENCERRA A SESSAO QUANDO O TITULAR NAO TEM CADASTRO - A    *
           PERFORM FECHAR-AUDITORIA.
           PERFORM FECHAR-PARAMETROS.
           PERFORM FECHAR-TAXAS.
           PERFORM FECHAR-CENARIOS.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

       0005-ENCERRAR-SEM-CONTA-EXIT.
           ELSE
               PERFORM CALCULAR-VENCIMENTO-CONTA
               MOVE WRK-VENC-CONTA TO LEDGER-VENCIMENTO
               MOVE ZEROS TO LEDGER-PERC-CDI
               MOVE ZEROS TO LEDGER-DATA-APROP
               IF PRODUTO-CDB-CDI
                   MOVE WRK-PERC-CDI TO LEDGER-PERC-CDI
                   MOVE RUNDATE-HOJE TO LEDGER-DATA-APROP
               END-IF
               WRITE REG-LEDGER
           END-IF.

       GRAVAR-LEDGER-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * OBTER-PERC-CDI                                            *
      * PEDE O PERCENTUAL DO CDI CONTRATADO NA ABERTURA DO        *
      * CDB-CDI (SOMENTE DIGITOS, DUAS DECIMAIS). PERCENTUAL      *
      * INVALIDO OU ZERADO RECUSA A ABERTURA.                     *
      *----------------------------------------------------------*
       OBTER-PERC-CDI.

           DISPLAY 'PERCENTUAL DO CDI (SOMENTE DIGITOS - EX 11000 = '
                   '110,00)'.
           ACCEPT WRK-PERC-CDI-ENT.
           CALL 'VALIDNUM' USING WRK-PERC-CDI-ENT WRK-ENTRADA-VALIDA.
           IF ENTRADA-VALIDA
               MOVE FUNCTION TRIM(WRK-PERC-CDI-ENT) TO WRK-PERC-CDI-NUM
               COMPUTE WRK-PERC-CDI = WRK-PERC-CDI-NUM / 100
           ELSE
               MOVE ZEROS TO WRK-PERC-CDI
           END-IF.
           IF WRK-PERC-CDI = ZEROS
               DISPLAY 'PERCENTUAL DO CDI INVALIDO - ABERTURA '
                       'RECUSADA.'
               SET TITULAR-SEM-CADASTRO TO TRUE
               GO TO OBTER-PERC-CDI-EXIT
           END-IF.
           MOVE WRK-PERC-CDI TO WRK-PERC-CDI-ED.
           MOVE 'WRK-PERC-CDI' TO AUD-CAMPO.
           MOVE WRK-PERC-CDI-ED TO AUD-VALOR.
           PERFORM GRAVAR-AUDITORIA.

       OBTER-PERC-CDI-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * CALCULAR-VENCIMENTO-CONTA                                 *
      * VENCIMENTO DO TITULO CDB/LCI: HOJE AVANCADO PELOS MESES   *
               BY =='ATIVIDADE05'==.
           COPY 'INVMOVP.CPY'.
           COPY 'TAXASP.CPY'.
           COPY 'LOTEP.CPY'.
           COPY 'FGCP.CPY'.
           COPY 'COTITP.CPY'.
           COPY 'APROVP.CPY'.
           COPY 'BLOQJUDP.CPY'.
           COPY 'QUIESCEP.CPY'.
           COPY 'QUIESCES.CPY'.
