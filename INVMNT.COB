       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVMNT.
      **********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = KIVIA(ALURA) KIVIAAL
      *OBJETIVO: CICLO DO INVENTARIO FISICO DE ESTOQUE - O
      *ATIVIDADE02G CONCILIA O ESTOQUE-MASTER CONTRA O LOG, MAS
      *SO A CONTAGEM NA PRATELEIRA MOSTRA O QUE EXISTE DE FATO.
      *A = ABRIR A CONTAGEM: CONGELA OS PRODUTOS DO CADASTRO
      *    (TODOS OU DE UM GRUPO) NO INVCONT COM A FOTO DO SALDO
      *    E DO CUSTO MEDIO E IMPRIME AS FOLHAS DE CONTAGEM
      *    (INVFOLHA) SEM A QUANTIDADE DO SISTEMA. ENQUANTO
      *    CONGELADO O ATIVIDADE02E RECUSA MOVIMENTOS DO PRODUTO.
      *L = LANCAR A QUANTIDADE CONTADA DE UM PRODUTO (RECONTAGEM
      *    SUBSTITUI A ANTERIOR).
      *D = RELATORIO DE DIVERGENCIAS (INVDIVER): CONTADO MENOS
      *    FOTO, EM QUANTIDADE E EM VALOR PELO CUSTO MEDIO DA
      *    FOTO, COM O VALOR DO ESTOQUE PELA CONTAGEM - E ESTE O
      *    VALOR DE FECHAMENTO ENTREGUE A CONTABILIDADE.
      *P = POSTAR OS AJUSTES: COM TODOS OS PRODUTOS CONTADOS,
      *    PASSA PELO QUATRO OLHOS (PENDENCIA DO TIPO INVENT COM
      *    ABERTURA, PRODUTOS E TOTAIS DE FALTAS E SOBRAS); COM A
      *    APROVACAO, CADA DIFERENCA E POSTADA NO ESTOQUE-MASTER
      *    COMO MOVIMENTO TIPO A (ESTMOVP, LOG ESTLOG), O PRODUTO
      *    E DESCONGELADO E A QUEBRA VAI PARA O JORNAL (FALTA:
      *    DEBITO PERDA-ESTOQ X CREDITO ESTOQUE; SOBRA: DEBITO
      *    ESTOQUE X CREDITO SOBRA-ESTOQ).
      *CADA ETAPA FICA NO AUDIT-TRAIL COM O OPERADOR DA SESSAO.
      *DATA   = 01/05/22
      *HISTORICO DE ALTERACOES
      *27/05/22 KA CONTA DA LINHA DE JORNAL CONFERIDA NO
      *PLANO DE CONTAS (PLCONTAS)
      *10/06/22 KA O CONGELAMENTO VALE TAMBEM PARA VENDAS
      *(PROGCOB15/PROGCOB15R) E RECEBIMENTOS (ENTRMERC), QUE O
      *ESTMOVP RECUSA COM O MOTIVO INV; O INVCONT CONTINUA SENDO
      *MANTIDO AQUI E O AJUSTE (TIPO A) NAO E CONGELADO
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAGEM-INVENTARIO ASSIGN TO "INVCONT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ICT-PRODUTO
               FILE STATUS IS WRK-ICT-STATUS.

           SELECT ESTOQUE-MASTER ASSIGN TO "ESTOQUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-PRODUTO
               FILE STATUS IS ESTM-WS-EST-STATUS.

           SELECT PRODUTO-MASTER ASSIGN TO "PRODMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS ESTM-WS-PROD-STATUS.

           SELECT PRECO-HISTORICO ASSIGN TO "PRECHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ESTM-WS-PREC-STATUS.

           SELECT ESTOQUE-LOG ASSIGN TO "ESTLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ESTM-WS-LOG-STATUS.

           SELECT FOLHAS-CONTAGEM ASSIGN TO "INVFOLHA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FOL-STATUS.

           SELECT RELATORIO-DIVERGENCIA ASSIGN TO "INVDIVER"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-DIV-STATUS.

           SELECT AUDIT-TRAIL ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUD-WS-STATUS.

           SELECT OPERADOR-SESSAO ASSIGN TO "OPERSESS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SES-WS-STATUS.

           SELECT PENDENCIAS-APROVACAO ASSIGN TO "APROVPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APR-ID
               FILE STATUS IS APRV-WS-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD  CONTAGEM-INVENTARIO.
           COPY 'INVCONT.CPY'.

       FD  ESTOQUE-MASTER.
           COPY 'ESTOQUE.CPY'.

       FD  PRODUTO-MASTER.
           COPY 'PRODMST.CPY'.

       FD  PRECO-HISTORICO.
           COPY 'PRECHIST.CPY'.

       FD  ESTOQUE-LOG.
           COPY 'ESTLOG.CPY'.

       FD  FOLHAS-CONTAGEM.
       01  LINHA-FOLHA         PIC X(80).

       FD  RELATORIO-DIVERGENCIA.
       01  LINHA-DIVERGENCIA   PIC X(80).

       FD  AUDIT-TRAIL.
           COPY 'AUDITLOG.CPY'.

       FD  OPERADOR-SESSAO.
           COPY 'OPERSESS.CPY'.

       FD  PENDENCIAS-APROVACAO.
           COPY 'APROV.CPY'.

       FD  JORNAL-EXTRATO.
           COPY 'JORNAL.CPY'.

       FD  PERIODO-CONTABIL.
           COPY 'PERCTL.CPY'.

       FD  JORNAL-RETIDO.
           COPY 'JRNHELD.CPY'.

       FD  PLANO-CONTAS.
           COPY 'PLCONTAS.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'AUDITWS.CPY'.
           COPY 'OPERSESW.CPY'.
           COPY 'APROVW.CPY'.
           COPY 'JORNALW.CPY'.
           COPY 'ESTMOVW.CPY'.
           COPY 'RPTHDR.CPY'.
       77 WRK-ICT-STATUS PIC X(02) VALUE ZEROS.
           88 ICT-OK VALUE '00'.
           88 ICT-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-FOL-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-DIV-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-OPCAO PIC X(01) VALUE SPACES.
           88 OPCAO-ABRIR VALUE 'A'.
           88 OPCAO-LANCAR VALUE 'L'.
           88 OPCAO-DIVERGENCIAS VALUE 'D'.
           88 OPCAO-POSTAR VALUE 'P'.
           88 OPCAO-SAIR VALUE 'S'.
       77 WRK-CONFIRMA PIC X(01) VALUE SPACES.
           88 CONFIRMADO VALUE 'S'.
       77 WRK-VALOR-ENT PIC X(11) VALUE SPACES.
       77 WRK-ENTRADA-VALIDA PIC X(01) VALUE 'N'.
           88 ENTRADA-VALIDA VALUE 'S'.
       77 WRK-VALOR-NUM PIC 9(09) VALUE ZEROS.
       77 WRK-FIM-VARREDURA PIC X(01) VALUE 'N'.
           88 VARREDURA-FIM VALUE 'S'.
       77 WRK-PRODUTO PIC X(10) VALUE SPACES.
       77 WRK-GRUPO PIC X(04) VALUE SPACES.

      *SITUACAO DO CICLO ABERTO (PRODUTOS CONGELADOS OU CONTADOS)
       77 WRK-DATA-ABERTURA PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-CICLO PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-CONTADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-PENDENTES PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-DIVERGENTES PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-AJUSTADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-RECUSADOS PIC 9(05) VALUE ZEROS.

      *DIVERGENCIA DO PRODUTO E TOTAIS PELO CUSTO MEDIO DA FOTO
       77 WRK-DIFERENCA PIC S9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-DIF PIC S9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-FALTAS PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-SOBRAS PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-SISTEMA PIC S9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-CONTADO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-LIQUIDO PIC S9(09)V99 VALUE ZEROS.
       77 WRK-FALTAS-NUM PIC 9(11) VALUE ZEROS.
       77 WRK-SOBRAS-NUM PIC 9(11) VALUE ZEROS.

      *QUEBRA EFETIVAMENTE POSTADA (PELO MEDIO VIGENTE NA POSTAGEM)
       77 WRK-POSTADO-FALTAS PIC 9(09)V99 VALUE ZEROS.
       77 WRK-POSTADO-SOBRAS PIC 9(09)V99 VALUE ZEROS.

       77 WRK-SISTEMA-ED PIC -Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-CONTADA-ED PIC -Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-DIF-ED PIC -Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-DATA-ED PIC 9(04)/99/99 VALUE ZEROS.
           COPY 'MONEY.CPY' REPLACING ==MONEY-FIELD-NAME==
               BY ==WRK-VALOR-ED==.
           COPY 'MONEY.CPY' REPLACING ==MONEY-FIELD-NAME==
               BY ==WRK-TOTAL-ED==.
           COPY 'RUNDATE.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0002-INICIALIZAR.
           PERFORM 0003-PROCESSAR UNTIL OPCAO-SAIR.
           PERFORM 0004-FINALIZAR.

           STOP RUN.

       0002-INICIALIZAR.
           PERFORM OBTER-DATA-EXECUCAO.
           DISPLAY 'INVMNT' '   DATA: ' RUNDATE-HOJE-ED.
           DISPLAY 'INVENTARIO FISICO DE ESTOQUE'.
           PERFORM OBTER-OPERADOR-SESSAO.
      *O INVCONT FICA COM ESTE PROGRAMA (I-O), NAO COM O ESTMOVP
           SET ESTM-INVCONT-PROPRIO TO TRUE.
           PERFORM ABRIR-ESTOQUE.
           OPEN I-O CONTAGEM-INVENTARIO.
           IF ICT-NAO-ENCONTRADO
               OPEN OUTPUT CONTAGEM-INVENTARIO
               CLOSE CONTAGEM-INVENTARIO
               OPEN I-O CONTAGEM-INVENTARIO
           END-IF.
           PERFORM CONTAR-CICLO THRU CONTAR-CICLO-EXIT.
           IF WRK-QTD-CICLO > ZEROS
               MOVE WRK-DATA-ABERTURA TO WRK-DATA-ED
               DISPLAY 'CONTAGEM ABERTA EM ' WRK-DATA-ED ': '
                       WRK-QTD-CICLO ' PRODUTOS, ' WRK-QTD-CONTADOS
                       ' CONTADOS.'
           END-IF.

       0003-PROCESSAR.
           DISPLAY '----------------------------------------'.
           DISPLAY 'OPCAO: A=ABRIR CONTAGEM  L=LANCAR CONTAGEM  '
                   'D=DIVERGENCIAS  P=POSTAR AJUSTES  S=SAIR'.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE TRUE
               WHEN OPCAO-ABRIR
                   PERFORM ABRIR-CONTAGEM
                       THRU ABRIR-CONTAGEM-EXIT
               WHEN OPCAO-LANCAR
                   PERFORM LANCAR-CONTAGEM
                       THRU LANCAR-CONTAGEM-EXIT
               WHEN OPCAO-DIVERGENCIAS
                   PERFORM APURAR-DIVERGENCIAS
                       THRU APURAR-DIVERGENCIAS-EXIT
               WHEN OPCAO-POSTAR
                   PERFORM POSTAR-AJUSTES
                       THRU POSTAR-AJUSTES-EXIT
               WHEN OPCAO-SAIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

       0004-FINALIZAR.
           CLOSE CONTAGEM-INVENTARIO.
           PERFORM FECHAR-ESTOQUE.
           PERFORM FECHAR-JORNAL.
           PERFORM FECHAR-AUDITORIA.
           PERFORM FECHAR-APROVACOES.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

      *----------------------------------------------------------*
      * CONTAR-CICLO                                              *
      * VARRE O INVCONT E CONTA OS PRODUTOS DO CICLO ABERTO       *
      * (CONGELADOS OU CONTADOS) E A DATA DE ABERTURA DELE.       *
      *----------------------------------------------------------*
       CONTAR-CICLO.
           MOVE ZEROS TO WRK-QTD-CICLO.
           MOVE ZEROS TO WRK-QTD-CONTADOS.
           MOVE ZEROS TO WRK-QTD-PENDENTES.
           MOVE ZEROS TO WRK-DATA-ABERTURA.
           PERFORM POSICIONAR-CONTAGEM.
           PERFORM CONTAR-PRODUTO-CICLO
               THRU CONTAR-PRODUTO-CICLO-EXIT
               UNTIL VARREDURA-FIM.

       CONTAR-CICLO-EXIT.
           EXIT.

       CONTAR-PRODUTO-CICLO.
           PERFORM LER-PROXIMA-CONTAGEM.
           IF VARREDURA-FIM OR NOT ICT-EM-CONTAGEM
               GO TO CONTAR-PRODUTO-CICLO-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-CICLO.
           MOVE ICT-DATA-ABERTURA TO WRK-DATA-ABERTURA.
           IF ICT-CONTADO
               ADD 1 TO WRK-QTD-CONTADOS
           ELSE
               ADD 1 TO WRK-QTD-PENDENTES
           END-IF.

       CONTAR-PRODUTO-CICLO-EXIT.
           EXIT.

       POSICIONAR-CONTAGEM.
           MOVE 'N' TO WRK-FIM-VARREDURA.
           MOVE LOW-VALUES TO ICT-PRODUTO.
           START CONTAGEM-INVENTARIO KEY IS NOT < ICT-PRODUTO
               INVALID KEY
                   SET VARREDURA-FIM TO TRUE
           END-START.

       POSICIONAR-CONTAGEM-EXIT.
           EXIT.

       LER-PROXIMA-CONTAGEM.
           READ CONTAGEM-INVENTARIO NEXT RECORD
               AT END
                   SET VARREDURA-FIM TO TRUE
           END-READ.

       LER-PROXIMA-CONTAGEM-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ABRIR-CONTAGEM                                            *
      * SO UM CICLO POR VEZ. CONGELA OS PRODUTOS DO CADASTRO      *
      * (TODOS OU DO GRUPO INFORMADO) COM A FOTO DO SALDO E DO    *
      * CUSTO MEDIO E IMPRIME AS FOLHAS DE CONTAGEM.              *
      *----------------------------------------------------------*
       ABRIR-CONTAGEM.
           PERFORM CONTAR-CICLO THRU CONTAR-CICLO-EXIT.
           IF WRK-QTD-CICLO > ZEROS
               MOVE WRK-DATA-ABERTURA TO WRK-DATA-ED
               DISPLAY 'JA EXISTE CONTAGEM ABERTA EM ' WRK-DATA-ED
                       ' - POSTE OS AJUSTES ANTES DE ABRIR OUTRA.'
               GO TO ABRIR-CONTAGEM-EXIT
           END-IF.
           IF NOT ESTM-PRODMST-ABERTO
               DISPLAY 'CADASTRO DE PRODUTOS (PRODMST) NAO '
                       'ENCONTRADO - CONTAGEM NAO ABERTA.'
               GO TO ABRIR-CONTAGEM-EXIT
           END-IF.
           DISPLAY 'GRUPO DE PRODUTOS A CONTAR (BRANCO = TODOS)'.
           ACCEPT WRK-GRUPO FROM CONSOLE.
           INSPECT WRK-GRUPO CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           DISPLAY 'CONFIRMA A ABERTURA DA CONTAGEM E O '
                   'CONGELAMENTO DOS PRODUTOS (S/N)'.
           ACCEPT WRK-CONFIRMA FROM CONSOLE.
           IF NOT CONFIRMADO
               DISPLAY 'ABERTURA CANCELADA - NADA FOI ALTERADO.'
               GO TO ABRIR-CONTAGEM-EXIT
           END-IF.

           MOVE RUNDATE-HOJE TO WRK-DATA-ABERTURA.
           OPEN OUTPUT FOLHAS-CONTAGEM.
           MOVE 'FOLHAS DE CONTAGEM DO INVENTARIO' TO RPT-HDR-TITULO.
           PERFORM MONTAR-CABECALHO-RELATORIO.
           MOVE RPT-HDR-LINHA TO LINHA-FOLHA.
           WRITE LINHA-FOLHA.
           MOVE SPACES TO LINHA-FOLHA.
           IF WRK-GRUPO = SPACES
               STRING 'ABERTURA ' DELIMITED BY SIZE
                      RUNDATE-HOJE-ED DELIMITED BY SIZE
                      ' - TODOS OS GRUPOS' DELIMITED BY SIZE
                      INTO LINHA-FOLHA
           ELSE
               STRING 'ABERTURA ' DELIMITED BY SIZE
                      RUNDATE-HOJE-ED DELIMITED BY SIZE
                      ' - GRUPO ' DELIMITED BY SIZE
                      WRK-GRUPO DELIMITED BY SIZE
                      INTO LINHA-FOLHA
           END-IF.
           WRITE LINHA-FOLHA.
           MOVE SPACES TO LINHA-FOLHA.
           WRITE LINHA-FOLHA.
           MOVE SPACES TO LINHA-FOLHA.
           STRING 'PRODUTO    DESCRICAO                      '
                      DELIMITED BY SIZE
                  'UNID   QUANTIDADE CONTADA' DELIMITED BY SIZE
                  INTO LINHA-FOLHA.
           WRITE LINHA-FOLHA.

           MOVE 'N' TO WRK-FIM-VARREDURA.
           MOVE LOW-VALUES TO PROD-CODIGO.
           START PRODUTO-MASTER KEY IS NOT < PROD-CODIGO
               INVALID KEY
                   SET VARREDURA-FIM TO TRUE
           END-START.
           PERFORM CONGELAR-PRODUTO THRU CONGELAR-PRODUTO-EXIT
               UNTIL VARREDURA-FIM.

           MOVE SPACES TO LINHA-FOLHA.
           WRITE LINHA-FOLHA.
           MOVE SPACES TO LINHA-FOLHA.
           STRING 'PRODUTOS NA CONTAGEM: ' DELIMITED BY SIZE
                  WRK-QTD-CICLO DELIMITED BY SIZE
                  '   CONTADO POR: ____________________'
                      DELIMITED BY SIZE
                  INTO LINHA-FOLHA.
           WRITE LINHA-FOLHA.
           CLOSE FOLHAS-CONTAGEM.

           MOVE 'INV-ABERTURA' TO AUD-CAMPO.
           MOVE SPACES TO AUD-VALOR.
           STRING WRK-DATA-ABERTURA DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-GRUPO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-QTD-CICLO DELIMITED BY SIZE
                  INTO AUD-VALOR.
           PERFORM GRAVAR-AUDITORIA.
           DISPLAY WRK-QTD-CICLO ' PRODUTOS CONGELADOS - FOLHAS '
                   'GRAVADAS EM INVFOLHA.'.

       ABRIR-CONTAGEM-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * CONGELAR-PRODUTO                                          *
      * GRAVA (OU REGRAVA, SE VEIO DE CICLO ANTERIOR) O PRODUTO   *
      * NO INVCONT COM A FOTO DO ESTOQUE-MASTER E IMPRIME A       *
      * LINHA DA FOLHA COM O CAMPO DA CONTAGEM EM BRANCO.         *
      *----------------------------------------------------------*
       CONGELAR-PRODUTO.
           READ PRODUTO-MASTER NEXT RECORD
               AT END
                   SET VARREDURA-FIM TO TRUE
           END-READ.
           IF VARREDURA-FIM
               GO TO CONGELAR-PRODUTO-EXIT
           END-IF.
           IF WRK-GRUPO NOT = SPACES
               AND PROD-GRUPO NOT = WRK-GRUPO
               GO TO CONGELAR-PRODUTO-EXIT
           END-IF.
           MOVE PROD-CODIGO TO ESTM-WS-PRODUTO.
           PERFORM LOCALIZAR-SALDO-ESTOQUE.
           MOVE PROD-CODIGO TO ICT-PRODUTO.
           MOVE WRK-DATA-ABERTURA TO ICT-DATA-ABERTURA.
           MOVE EST-QUANTIDADE TO ICT-QTD-SISTEMA.
           MOVE EST-CUSTO-MEDIO TO ICT-CUSTO-MEDIO.
           MOVE ZEROS TO ICT-QTD-CONTADA.
           MOVE ZEROS TO ICT-DATA-CONTAGEM.
           MOVE SPACES TO ICT-OPER-CONTAGEM.
           MOVE ZEROS TO ICT-DATA-AJUSTE.
           SET ICT-CONGELADO TO TRUE.
           WRITE REG-CONTAGEM
               INVALID KEY
                   REWRITE REG-CONTAGEM
           END-WRITE.
           ADD 1 TO WRK-QTD-CICLO.
           MOVE SPACES TO LINHA-FOLHA.
           STRING PROD-CODIGO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PROD-DESCRICAO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PROD-UNIDADE DELIMITED BY SIZE
                  '  ____________________' DELIMITED BY SIZE
                  INTO LINHA-FOLHA.
           WRITE LINHA-FOLHA.

       CONGELAR-PRODUTO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LANCAR-CONTAGEM                                           *
      * ACEITA O PRODUTO DO CICLO E A QUANTIDADE CONTADA EM       *
      * CENTESIMOS. A RECONTAGEM SUBSTITUI A ANTERIOR.            *
      *----------------------------------------------------------*
       LANCAR-CONTAGEM.
           DISPLAY 'CODIGO DO PRODUTO'.
           ACCEPT WRK-PRODUTO FROM CONSOLE.
           INSPECT WRK-PRODUTO CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           IF WRK-PRODUTO = SPACES
               DISPLAY 'ENTRADA INVALIDA - NADA FOI ALTERADO.'
               GO TO LANCAR-CONTAGEM-EXIT
           END-IF.
           MOVE WRK-PRODUTO TO ICT-PRODUTO.
           READ CONTAGEM-INVENTARIO
               INVALID KEY
                   MOVE SPACES TO ICT-SITUACAO
           END-READ.
           IF NOT ICT-EM-CONTAGEM
               DISPLAY 'PRODUTO FORA DA CONTAGEM ABERTA.'
               GO TO LANCAR-CONTAGEM-EXIT
           END-IF.
           IF ICT-CONTADO
               MOVE ICT-QTD-CONTADA TO WRK-CONTADA-ED
               DISPLAY 'JA CONTADO: ' WRK-CONTADA-ED
                       ' - A NOVA CONTAGEM SUBSTITUI A ANTERIOR.'
           END-IF.
           DISPLAY 'QUANTIDADE CONTADA (EM CENTESIMOS)'.
           ACCEPT WRK-VALOR-ENT FROM CONSOLE.
           CALL 'VALIDNUM' USING WRK-VALOR-ENT WRK-ENTRADA-VALIDA.
           IF NOT ENTRADA-VALIDA
               DISPLAY 'ENTRADA INVALIDA - NADA FOI ALTERADO.'
               GO TO LANCAR-CONTAGEM-EXIT
           END-IF.
           MOVE FUNCTION TRIM(WRK-VALOR-ENT) TO WRK-VALOR-NUM.
           COMPUTE ICT-QTD-CONTADA = WRK-VALOR-NUM / 100.
           MOVE RUNDATE-HOJE TO ICT-DATA-CONTAGEM.
           MOVE AUD-WS-OPERADOR TO ICT-OPER-CONTAGEM.
           SET ICT-CONTADO TO TRUE.
           REWRITE REG-CONTAGEM.

           MOVE ICT-QTD-CONTADA TO WRK-CONTADA-ED.
           MOVE 'INV-CONTAGEM' TO AUD-CAMPO.
           MOVE SPACES TO AUD-VALOR.
           STRING ICT-PRODUTO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-CONTADA-ED DELIMITED BY SIZE
                  INTO AUD-VALOR.
           PERFORM GRAVAR-AUDITORIA.
           DISPLAY 'CONTAGEM REGISTRADA: ' ICT-PRODUTO ' '
                   WRK-CONTADA-ED.

       LANCAR-CONTAGEM-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * APURAR-DIVERGENCIAS                                       *
      * IMPRIME EM INVDIVER, POR PRODUTO DO CICLO, A FOTO, A      *
      * CONTAGEM E A DIFERENCA EM QUANTIDADE E EM VALOR PELO      *
      * CUSTO MEDIO DA FOTO, E TOTALIZA FALTAS, SOBRAS E O VALOR  *
      * DO ESTOQUE PELO SISTEMA E PELA CONTAGEM. PRODUTO AINDA    *
      * NAO CONTADO SAI MARCADO E FICA FORA DOS TOTAIS.           *
      *----------------------------------------------------------*
       APURAR-DIVERGENCIAS.
           PERFORM CONTAR-CICLO THRU CONTAR-CICLO-EXIT.
           IF WRK-QTD-CICLO = ZEROS
               DISPLAY 'NENHUMA CONTAGEM ABERTA.'
               GO TO APURAR-DIVERGENCIAS-EXIT
           END-IF.
           MOVE ZEROS TO WRK-QTD-DIVERGENTES.
           MOVE ZEROS TO WRK-TOTAL-FALTAS.
           MOVE ZEROS TO WRK-TOTAL-SOBRAS.
           MOVE ZEROS TO WRK-VALOR-SISTEMA.
           MOVE ZEROS TO WRK-VALOR-CONTADO.

           OPEN OUTPUT RELATORIO-DIVERGENCIA.
           MOVE 'DIVERGENCIAS DO INVENTARIO FISICO' TO RPT-HDR-TITULO.
           PERFORM MONTAR-CABECALHO-RELATORIO.
           MOVE RPT-HDR-LINHA TO LINHA-DIVERGENCIA.
           WRITE LINHA-DIVERGENCIA.
           MOVE WRK-DATA-ABERTURA TO WRK-DATA-ED.
           MOVE SPACES TO LINHA-DIVERGENCIA.
           STRING 'CONTAGEM ABERTA EM ' DELIMITED BY SIZE
                  WRK-DATA-ED DELIMITED BY SIZE
                  ' - VALORES PELO CUSTO MEDIO DA ABERTURA'
                      DELIMITED BY SIZE
                  INTO LINHA-DIVERGENCIA.
           WRITE LINHA-DIVERGENCIA.
           MOVE SPACES TO LINHA-DIVERGENCIA.
           WRITE LINHA-DIVERGENCIA.
           MOVE SPACES TO LINHA-DIVERGENCIA.
           STRING 'PRODUTO         SISTEMA       CONTADO     '
                      DELIMITED BY SIZE
                  'DIFERENCA    VALOR DIFERENCA' DELIMITED BY SIZE
                  INTO LINHA-DIVERGENCIA.
           WRITE LINHA-DIVERGENCIA.

           PERFORM POSICIONAR-CONTAGEM.
           PERFORM IMPRIMIR-DIVERGENCIA
               THRU IMPRIMIR-DIVERGENCIA-EXIT
               UNTIL VARREDURA-FIM.

           COMPUTE WRK-VALOR-LIQUIDO =
               WRK-TOTAL-SOBRAS - WRK-TOTAL-FALTAS.
           MOVE SPACES TO LINHA-DIVERGENCIA.
           WRITE LINHA-DIVERGENCIA.
           MOVE SPACES TO LINHA-DIVERGENCIA.
           STRING 'PRODUTOS: ' DELIMITED BY SIZE
                  WRK-QTD-CICLO DELIMITED BY SIZE
                  '  CONTADOS: ' DELIMITED BY SIZE
                  WRK-QTD-CONTADOS DELIMITED BY SIZE
                  '  NAO CONTADOS: ' DELIMITED BY SIZE
                  WRK-QTD-PENDENTES DELIMITED BY SIZE
                  '  COM DIFERENCA: ' DELIMITED BY SIZE
                  WRK-QTD-DIVERGENTES DELIMITED BY SIZE
                  INTO LINHA-DIVERGENCIA.
           WRITE LINHA-DIVERGENCIA.
           MOVE WRK-TOTAL-FALTAS TO WRK-TOTAL-ED.
           MOVE SPACES TO LINHA-DIVERGENCIA.
           STRING 'TOTAL DE FALTAS.................: '
                      DELIMITED BY SIZE
                  WRK-TOTAL-ED DELIMITED BY SIZE
                  INTO LINHA-DIVERGENCIA.
           WRITE LINHA-DIVERGENCIA.
           MOVE WRK-TOTAL-SOBRAS TO WRK-TOTAL-ED.
           MOVE SPACES TO LINHA-DIVERGENCIA.
           STRING 'TOTAL DE SOBRAS.................: '
                      DELIMITED BY SIZE
                  WRK-TOTAL-ED DELIMITED BY SIZE
                  INTO LINHA-DIVERGENCIA.
           WRITE LINHA-DIVERGENCIA.
           MOVE WRK-VALOR-LIQUIDO TO WRK-TOTAL-ED.
           MOVE SPACES TO LINHA-DIVERGENCIA.
           STRING 'DIFERENCA LIQUIDA...............: '
                      DELIMITED BY SIZE
                  WRK-TOTAL-ED DELIMITED BY SIZE
                  INTO LINHA-DIVERGENCIA.
           WRITE LINHA-DIVERGENCIA.
           MOVE WRK-VALOR-SISTEMA TO WRK-TOTAL-ED.
           MOVE SPACES TO LINHA-DIVERGENCIA.
           STRING 'VALOR DO ESTOQUE PELO SISTEMA...: '
                      DELIMITED BY SIZE
                  WRK-TOTAL-ED DELIMITED BY SIZE
                  INTO LINHA-DIVERGENCIA.
           WRITE LINHA-DIVERGENCIA.
           MOVE WRK-VALOR-CONTADO TO WRK-TOTAL-ED.
           MOVE SPACES TO LINHA-DIVERGENCIA.
           STRING 'VALOR DO ESTOQUE PELA CONTAGEM..: '
                      DELIMITED BY SIZE
                  WRK-TOTAL-ED DELIMITED BY SIZE
                  INTO LINHA-DIVERGENCIA.
           WRITE LINHA-DIVERGENCIA.
           CLOSE RELATORIO-DIVERGENCIA.

           MOVE WRK-TOTAL-FALTAS TO WRK-TOTAL-ED.
           DISPLAY 'FALTAS: ' WRK-TOTAL-ED.
           MOVE WRK-TOTAL-SOBRAS TO WRK-TOTAL-ED.
           DISPLAY 'SOBRAS: ' WRK-TOTAL-ED.
           MOVE WRK-VALOR-CONTADO TO WRK-TOTAL-ED.
           DISPLAY 'VALOR PELA CONTAGEM: ' WRK-TOTAL-ED.
           IF WRK-QTD-PENDENTES > ZEROS
               DISPLAY 'ATENCAO: ' WRK-QTD-PENDENTES
                       ' PRODUTOS AINDA NAO CONTADOS.'
           END-IF.
           DISPLAY 'RELATORIO GRAVADO EM INVDIVER.'.

       APURAR-DIVERGENCIAS-EXIT.
           EXIT.

       IMPRIMIR-DIVERGENCIA.
           PERFORM LER-PROXIMA-CONTAGEM.
           IF VARREDURA-FIM OR NOT ICT-EM-CONTAGEM
               GO TO IMPRIMIR-DIVERGENCIA-EXIT
           END-IF.
           MOVE ICT-QTD-SISTEMA TO WRK-SISTEMA-ED.
           MOVE SPACES TO LINHA-DIVERGENCIA.
           IF ICT-CONGELADO
               STRING ICT-PRODUTO DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-SISTEMA-ED DELIMITED BY SIZE
                      '  *** NAO CONTADO ***' DELIMITED BY SIZE
                      INTO LINHA-DIVERGENCIA
               WRITE LINHA-DIVERGENCIA
               GO TO IMPRIMIR-DIVERGENCIA-EXIT
           END-IF.
           COMPUTE WRK-DIFERENCA = ICT-QTD-CONTADA - ICT-QTD-SISTEMA.
           COMPUTE WRK-VALOR-DIF ROUNDED =
               WRK-DIFERENCA * ICT-CUSTO-MEDIO.
           COMPUTE WRK-VALOR-SISTEMA ROUNDED = WRK-VALOR-SISTEMA
               + ICT-QTD-SISTEMA * ICT-CUSTO-MEDIO.
           COMPUTE WRK-VALOR-CONTADO ROUNDED = WRK-VALOR-CONTADO
               + ICT-QTD-CONTADA * ICT-CUSTO-MEDIO.
           IF WRK-DIFERENCA NOT = ZEROS
               ADD 1 TO WRK-QTD-DIVERGENTES
           END-IF.
           IF WRK-VALOR-DIF < ZEROS
               COMPUTE WRK-TOTAL-FALTAS =
                   WRK-TOTAL-FALTAS - WRK-VALOR-DIF
           ELSE
               ADD WRK-VALOR-DIF TO WRK-TOTAL-SOBRAS
           END-IF.
           MOVE ICT-QTD-CONTADA TO WRK-CONTADA-ED.
           MOVE WRK-DIFERENCA TO WRK-DIF-ED.
           MOVE WRK-VALOR-DIF TO WRK-VALOR-ED.
           STRING ICT-PRODUTO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-SISTEMA-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-CONTADA-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-DIF-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  INTO LINHA-DIVERGENCIA.
           WRITE LINHA-DIVERGENCIA.

       IMPRIMIR-DIVERGENCIA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * POSTAR-AJUSTES                                            *
      * REEMITE AS DIVERGENCIAS, EXIGE TODOS OS PRODUTOS          *
      * CONTADOS, PEDE CONFIRMACAO E PASSA PELO QUATRO OLHOS; COM *
      * A APROVACAO CONSUMIDA, POSTA CADA DIFERENCA COMO AJUSTE   *
      * (TIPO A), DESCONGELA OS PRODUTOS E LANCA A QUEBRA NO      *
      * JORNAL.                                                   *
      *----------------------------------------------------------*
       POSTAR-AJUSTES.
           PERFORM APURAR-DIVERGENCIAS THRU APURAR-DIVERGENCIAS-EXIT.
           IF WRK-QTD-CICLO = ZEROS
               GO TO POSTAR-AJUSTES-EXIT
           END-IF.
           IF WRK-QTD-PENDENTES > ZEROS
               DISPLAY 'HA PRODUTOS SEM CONTAGEM - AJUSTES NAO '
                       'POSTADOS.'
               GO TO POSTAR-AJUSTES-EXIT
           END-IF.
           DISPLAY 'CONFIRMA A POSTAGEM DOS AJUSTES DO INVENTARIO '
                   '(S/N)'.
           ACCEPT WRK-CONFIRMA FROM CONSOLE.
           IF NOT CONFIRMADO
               DISPLAY 'POSTAGEM CANCELADA - NADA FOI ALTERADO.'
               GO TO POSTAR-AJUSTES-EXIT
           END-IF.

           PERFORM VERIFICAR-APROVACAO-INVENT.
           IF NOT APROVACAO-DISPONIVEL
               GO TO POSTAR-AJUSTES-EXIT
           END-IF.

           MOVE ZEROS TO WRK-QTD-AJUSTADOS.
           MOVE ZEROS TO WRK-QTD-RECUSADOS.
           MOVE ZEROS TO WRK-POSTADO-FALTAS.
           MOVE ZEROS TO WRK-POSTADO-SOBRAS.
           PERFORM POSICIONAR-CONTAGEM.
           PERFORM AJUSTAR-PRODUTO THRU AJUSTAR-PRODUTO-EXIT
               UNTIL VARREDURA-FIM.
           PERFORM LANCAR-JORNAL-INVENTARIO
               THRU LANCAR-JORNAL-INVENTARIO-EXIT.

           MOVE 'INV-POSTAGEM' TO AUD-CAMPO.
           MOVE SPACES TO AUD-VALOR.
           STRING WRK-DATA-ABERTURA DELIMITED BY SIZE
                  ' AJUSTADOS ' DELIMITED BY SIZE
                  WRK-QTD-AJUSTADOS DELIMITED BY SIZE
                  ' RECUS ' DELIMITED BY SIZE
                  WRK-QTD-RECUSADOS DELIMITED BY SIZE
                  INTO AUD-VALOR.
           PERFORM GRAVAR-AUDITORIA.
           DISPLAY 'PRODUTOS AJUSTADOS: ' WRK-QTD-AJUSTADOS.
           IF WRK-QTD-RECUSADOS > ZEROS
               DISPLAY 'AJUSTES RECUSADOS: ' WRK-QTD-RECUSADOS
                       ' - PRODUTOS CONTINUAM CONGELADOS.'
           END-IF.

       POSTAR-AJUSTES-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * AJUSTAR-PRODUTO                                           *
      * A DIFERENCA CONTADO MENOS FOTO E APLICADA AO SALDO ATUAL  *
      * PELO ESTMOVP (FALTA SAI E SOBRA ENTRA PELO MEDIO). AJUSTE *
      * RECUSADO (FALTA MAIOR QUE O SALDO ATUAL) DEIXA O PRODUTO  *
      * CONTADO E CONGELADO PARA NOVA CONFERENCIA.                *
      *----------------------------------------------------------*
       AJUSTAR-PRODUTO.
           PERFORM LER-PROXIMA-CONTAGEM.
           IF VARREDURA-FIM OR NOT ICT-CONTADO
               GO TO AJUSTAR-PRODUTO-EXIT
           END-IF.
           COMPUTE WRK-DIFERENCA = ICT-QTD-CONTADA - ICT-QTD-SISTEMA.
           MOVE SPACES TO ESTM-WS-MOTIVO.
           IF WRK-DIFERENCA NOT = ZEROS
               PERFORM POSTAR-DIFERENCA THRU POSTAR-DIFERENCA-EXIT
           END-IF.
           IF NOT ESTM-MOVIMENTO-OK
               GO TO AJUSTAR-PRODUTO-EXIT
           END-IF.
           MOVE RUNDATE-HOJE TO ICT-DATA-AJUSTE.
           SET ICT-AJUSTADO TO TRUE.
           REWRITE REG-CONTAGEM.

       AJUSTAR-PRODUTO-EXIT.
           EXIT.

       POSTAR-DIFERENCA.
           SET ESTM-AJUSTE TO TRUE.
           MOVE ICT-PRODUTO TO ESTM-WS-PRODUTO.
           MOVE ICT-CUSTO-MEDIO TO ESTM-WS-CUSTO.
           IF WRK-DIFERENCA < ZEROS
               SET ESTM-AJUSTE-FALTA TO TRUE
               COMPUTE ESTM-WS-QUANTIDADE = ZEROS - WRK-DIFERENCA
           ELSE
               SET ESTM-AJUSTE-SOBRA TO TRUE
               MOVE WRK-DIFERENCA TO ESTM-WS-QUANTIDADE
           END-IF.
           PERFORM CONFERIR-MOVIMENTO-ESTOQUE
               THRU CONFERIR-MOVIMENTO-ESTOQUE-EXIT.
           IF NOT ESTM-MOVIMENTO-OK
               ADD 1 TO WRK-QTD-RECUSADOS
               DISPLAY 'AJUSTE RECUSADO ' ICT-PRODUTO ' - MOTIVO '
                       ESTM-WS-MOTIVO
               GO TO POSTAR-DIFERENCA-EXIT
           END-IF.
           PERFORM POSTAR-MOVIMENTO-ESTOQUE
               THRU POSTAR-MOVIMENTO-ESTOQUE-EXIT.
           IF ESTM-AJUSTE-FALTA
               ADD ESTM-WS-VALOR-MOV TO WRK-POSTADO-FALTAS
           ELSE
               ADD ESTM-WS-VALOR-MOV TO WRK-POSTADO-SOBRAS
           END-IF.
           ADD 1 TO WRK-QTD-AJUSTADOS.

           MOVE WRK-DIFERENCA TO WRK-DIF-ED.
           MOVE 'INV-AJUSTE' TO AUD-CAMPO.
           MOVE SPACES TO AUD-VALOR.
           STRING ICT-PRODUTO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-DIF-ED DELIMITED BY SIZE
                  INTO AUD-VALOR.
           PERFORM GRAVAR-AUDITORIA.

       POSTAR-DIFERENCA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LANCAR-JORNAL-INVENTARIO                                  *
      * QUEBRA PELO VALOR EFETIVAMENTE POSTADO: FALTA = DEBITO    *
      * PERDA-ESTOQ X CREDITO ESTOQUE; SOBRA = DEBITO ESTOQUE X   *
      * CREDITO SOBRA-ESTOQ.                                      *
      *----------------------------------------------------------*
       LANCAR-JORNAL-INVENTARIO.
           MOVE ZEROS TO JRN-LOTE.
           MOVE SPACES TO JRN-HISTORICO.
           STRING 'INVENTARIO FISICO ' DELIMITED BY SIZE
                  WRK-DATA-ABERTURA DELIMITED BY SIZE
                  INTO JRN-HISTORICO.
           IF WRK-POSTADO-FALTAS > ZEROS
               MOVE 'PERDA-ESTOQ' TO JRN-CONTA
               SET JRN-DEBITO TO TRUE
               MOVE WRK-POSTADO-FALTAS TO JRN-VALOR
               PERFORM GRAVAR-JORNAL
               MOVE 'ESTOQUE' TO JRN-CONTA
               SET JRN-CREDITO TO TRUE
               MOVE WRK-POSTADO-FALTAS TO JRN-VALOR
               PERFORM GRAVAR-JORNAL
           END-IF.
           IF WRK-POSTADO-SOBRAS > ZEROS
               MOVE 'ESTOQUE' TO JRN-CONTA
               SET JRN-DEBITO TO TRUE
               MOVE WRK-POSTADO-SOBRAS TO JRN-VALOR
               PERFORM GRAVAR-JORNAL
               MOVE 'SOBRA-ESTOQ' TO JRN-CONTA
               SET JRN-CREDITO TO TRUE
               MOVE WRK-POSTADO-SOBRAS TO JRN-VALOR
               PERFORM GRAVAR-JORNAL
           END-IF.

       LANCAR-JORNAL-INVENTARIO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * VERIFICAR-APROVACAO-INVENT                                *
      * QUATRO OLHOS: MONTA OS DADOS DO AJUSTE (ABERTURA +        *
      * PRODUTOS CONTADOS + FALTAS E SOBRAS EM CENTAVOS) E        *
      * CONSULTA A FILA DE APROVACOES; SEM APROVACAO DE           *
      * SUPERVISOR O PEDIDO VIRA PENDENCIA E NADA E GRAVADO. UMA  *
      * RECONTAGEM DEPOIS DO PEDIDO MUDA OS TOTAIS E EXIGE NOVA   *
      * APROVACAO.                                                *
      *----------------------------------------------------------*
       VERIFICAR-APROVACAO-INVENT.

           COMPUTE WRK-FALTAS-NUM = WRK-TOTAL-FALTAS * 100.
           COMPUTE WRK-SOBRAS-NUM = WRK-TOTAL-SOBRAS * 100.
           MOVE 'INVENT' TO APRV-WS-TIPO.
           MOVE SPACES TO APRV-WS-DADOS.
           STRING WRK-DATA-ABERTURA DELIMITED BY SIZE
                  WRK-QTD-CONTADOS DELIMITED BY SIZE
                  WRK-FALTAS-NUM DELIMITED BY SIZE
                  WRK-SOBRAS-NUM DELIMITED BY SIZE
                  INTO APRV-WS-DADOS.
           PERFORM CONSULTAR-APROVACAO.
           IF NOT APROVACAO-DISPONIVEL
               IF APRV-JA-PENDENTE
                   DISPLAY 'AJUSTE JA AGUARDA A DECISAO DO '
                           'SUPERVISOR NO APROVREV.'
               ELSE
                   PERFORM ENFILEIRAR-APROVACAO
               END-IF
           END-IF.

       VERIFICAR-APROVACAO-INVENT-EXIT.
           EXIT.

           COPY 'RUNDATEP.CPY'.
           COPY 'RPTHDRP.CPY'.
           COPY 'ESTMOVP.CPY'.
           COPY 'AUDITPRC.CPY' REPLACING ==AUD-PROGRAM-ID==
               BY =='INVMNT'==.
           COPY 'APROVP.CPY'.
           COPY 'JORNALP.CPY' REPLACING ==JRN-PROGRAM-ID==
               BY =='INVMNT'==.
