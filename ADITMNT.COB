       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADITMNT.
      **********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = KIVIA(ALURA) KIVIAAL
      *OBJETIVO: MANUTENCAO DOS ADITIVOS AO ORCAMENTO DAS OBRAS
      *(OBRAADIT) - O ACRESCIMO PEDIDO PELO CLIENTE (UM COMODO
      *A MAIS, POR EXEMPLO) DEIXA DE SOBRESCREVER O ORCAMENTO
      *ORIGINAL DO OBRAORC E VIRA UM ADITIVO NUMERADO DA OBRA,
      *COM DESCRICAO, AREA, CUSTO E VALOR DE CONTRATO A MAIS.
      *O ADITIVO NASCE 'S' (SOLICITADO) E VAI PARA A FILA DE
      *APROVACOES (TIPO ADITIVO) - O SUPERVISOR DECIDE NO
      *APROVREV E A OPCAO P DESTE PROGRAMA EFETIVA A DECISAO:
      *'A' APROVADO (ENTRA NO ORCAMENTO ATUAL DA OBRA) OU 'R'
      *REJEITADO. LISTA DA OBRA COM ORIGINAL, ADITIVOS E ATUAL.
      *DATA   = 20/05/22
      *HISTORICO DE ALTERACOES
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OBRA-ADITIVO ASSIGN TO "OBRAADIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADT-CHAVE
               FILE STATUS IS ADT-WS-STATUS.

           SELECT OBRA-ORCAMENTO ASSIGN TO "OBRAORC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORC-OBRA
               FILE STATUS IS WRK-ORC-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD  OBRA-ADITIVO.
           COPY 'OBRAADT.CPY'.

       FD  OBRA-ORCAMENTO.
           COPY 'OBRAORC.CPY'.

       FD  AUDIT-TRAIL.
           COPY 'AUDITLOG.CPY'.

       FD  OPERADOR-SESSAO.
           COPY 'OPERSESS.CPY'.

       FD  PENDENCIAS-APROVACAO.
           COPY 'APROV.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'AUDITWS.CPY'.
           COPY 'OPERSESW.CPY'.
           COPY 'APROVW.CPY'.
           COPY 'OBRAADTW.CPY'.
       77 WRK-ORC-STATUS PIC X(02) VALUE ZEROS.
           88 ORC-OK VALUE '00'.
           88 ORC-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-ORC-ABERTO PIC X(01) VALUE 'N'.
           88 ORCAMENTOS-DISPONIVEIS VALUE 'S'.
       77 WRK-OPCAO PIC X(01) VALUE SPACES.
           88 OPCAO-LISTAR VALUE 'L'.
           88 OPCAO-INCLUIR VALUE 'I'.
           88 OPCAO-PROCESSAR VALUE 'P'.
           88 OPCAO-SAIR VALUE 'S'.
       77 WRK-ENT PIC X(11) VALUE SPACES.
       77 WRK-ENTRADA-VALIDA PIC X(01) VALUE 'N'.
           88 ENTRADA-VALIDA VALUE 'S'.
       77 WRK-ACAO PIC X(01) VALUE SPACES.
       77 WRK-OBRA PIC 9(04) VALUE ZEROS.
       77 WRK-NUMERO PIC 9(03) VALUE ZEROS.
       77 WRK-DESCRICAO PIC X(40) VALUE SPACES.
       77 WRK-AREA-NUM PIC 9(09) VALUE ZEROS.
       77 WRK-CUSTO-NUM PIC 9(11) VALUE ZEROS.
       77 WRK-VALOR-NUM PIC 9(11) VALUE ZEROS.
       77 WRK-NUM-ENT PIC 9(11) VALUE ZEROS.
       77 WRK-FIM-LISTA PIC X(01) VALUE 'N'.
           88 LISTA-FIM VALUE 'S'.
       77 WRK-QTD-LISTADOS PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-APROVADOS PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-REJEITADOS PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-AGUARDANDO PIC 9(04) VALUE ZEROS.
       77 WRK-AREA-ATUAL PIC 9(07)V99 VALUE ZEROS.
       77 WRK-CUSTO-ATUAL PIC 9(09)V99 VALUE ZEROS.
       77 WRK-AREA-ED PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
           COPY 'MONEY.CPY' REPLACING ==MONEY-FIELD-NAME==
               BY ==WRK-CUSTO-ED==.
           COPY 'MONEY.CPY' REPLACING ==MONEY-FIELD-NAME==
               BY ==WRK-VALOR-ED==.
           COPY 'RUNDATE.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0002-INICIALIZAR.
           PERFORM 0003-PROCESSAR UNTIL OPCAO-SAIR.
           PERFORM 0004-FINALIZAR.

           STOP RUN.

       0002-INICIALIZAR.
           PERFORM OBTER-DATA-EXECUCAO.
           DISPLAY 'ADITMNT' '   DATA: ' RUNDATE-HOJE-ED.
           DISPLAY 'MANUTENCAO DOS ADITIVOS AO ORCAMENTO DAS OBRAS'.
           OPEN I-O OBRA-ADITIVO.
           IF ADT-ARQ-NAO-ENCONTRADO
               OPEN OUTPUT OBRA-ADITIVO
               CLOSE OBRA-ADITIVO
               OPEN I-O OBRA-ADITIVO
           END-IF.
           MOVE 'S' TO ADT-WS-ABERTO.
           OPEN INPUT OBRA-ORCAMENTO.
           IF ORC-NAO-ENCONTRADO
               DISPLAY 'ORCAMENTO DE OBRAS (OBRAORC) NAO '
                       'ENCONTRADO - NENHUM ADITIVO SERA INCLUIDO.'
           ELSE
               MOVE 'S' TO WRK-ORC-ABERTO
           END-IF.

       0003-PROCESSAR.
           DISPLAY '----------------------------------------'.
           DISPLAY 'OPCAO: L=LISTAR OBRA  I=INCLUIR ADITIVO  '
                   'P=PROCESSAR DECISOES  S=SAIR'.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE TRUE
               WHEN OPCAO-LISTAR
                   PERFORM LISTAR-OBRA THRU LISTAR-OBRA-EXIT
               WHEN OPCAO-INCLUIR
                   PERFORM INCLUIR-ADITIVO THRU INCLUIR-ADITIVO-EXIT
               WHEN OPCAO-PROCESSAR
                   PERFORM PROCESSAR-DECISOES
                       THRU PROCESSAR-DECISOES-EXIT
               WHEN OPCAO-SAIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

       0004-FINALIZAR.
           PERFORM FECHAR-ADITIVOS.
           IF ORCAMENTOS-DISPONIVEIS
               CLOSE OBRA-ORCAMENTO
           END-IF.
           PERFORM FECHAR-AUDITORIA.
           PERFORM FECHAR-APROVACOES.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

      *----------------------------------------------------------*
      * LISTAR-OBRA                                               *
      * ORCAMENTO ORIGINAL DA OBRA, CADA ADITIVO COM A SITUACAO E *
      * O ORCAMENTO ATUAL (ORIGINAL + ADITIVOS APROVADOS).        *
      *----------------------------------------------------------*
       LISTAR-OBRA.
           PERFORM LOCALIZAR-OBRA THRU LOCALIZAR-OBRA-EXIT.
           IF NOT ENTRADA-VALIDA
               GO TO LISTAR-OBRA-EXIT
           END-IF.
           MOVE ORC-AREA TO WRK-AREA-ED.
           MOVE ORC-CUSTO TO WRK-CUSTO-ED.
           DISPLAY 'ORIGINAL....: AREA ' WRK-AREA-ED
                   '  CUSTO ' WRK-CUSTO-ED.

           MOVE ZEROS TO WRK-QTD-LISTADOS.
           MOVE 'N' TO WRK-FIM-LISTA.
           MOVE WRK-OBRA TO ADT-OBRA.
           MOVE ZEROS TO ADT-NUMERO.
           START OBRA-ADITIVO KEY IS NOT < ADT-CHAVE
               INVALID KEY
                   SET LISTA-FIM TO TRUE
           END-START.
           PERFORM LISTAR-UM-ADITIVO UNTIL LISTA-FIM.

           MOVE WRK-OBRA TO ADT-WS-OBRA.
           PERFORM SOMAR-ADITIVOS-OBRA THRU SOMAR-ADITIVOS-OBRA-EXIT.
           COMPUTE WRK-AREA-ATUAL = ORC-AREA + ADT-WS-AREA-APROV.
           COMPUTE WRK-CUSTO-ATUAL = ORC-CUSTO + ADT-WS-CUSTO-APROV.
           MOVE ADT-WS-AREA-APROV TO WRK-AREA-ED.
           MOVE ADT-WS-CUSTO-APROV TO WRK-CUSTO-ED.
           DISPLAY 'ADITIVOS....: AREA ' WRK-AREA-ED
                   '  CUSTO ' WRK-CUSTO-ED
                   '  (' ADT-WS-QTD-APROV ' APROVADOS)'.
           MOVE WRK-AREA-ATUAL TO WRK-AREA-ED.
           MOVE WRK-CUSTO-ATUAL TO WRK-CUSTO-ED.
           DISPLAY 'ATUAL.......: AREA ' WRK-AREA-ED
                   '  CUSTO ' WRK-CUSTO-ED.
           IF ADT-WS-QTD-PEND > ZEROS
               DISPLAY 'ADITIVOS AGUARDANDO DECISAO: '
                       ADT-WS-QTD-PEND
           END-IF.

       LISTAR-OBRA-EXIT.
           EXIT.

       LISTAR-UM-ADITIVO.
           READ OBRA-ADITIVO NEXT RECORD
               AT END
                   SET LISTA-FIM TO TRUE
           END-READ.
           IF NOT LISTA-FIM
               IF ADT-OBRA NOT = WRK-OBRA
                   SET LISTA-FIM TO TRUE
               ELSE
                   ADD 1 TO WRK-QTD-LISTADOS
                   MOVE ADT-AREA-EXTRA TO WRK-AREA-ED
                   MOVE ADT-CUSTO-EXTRA TO WRK-CUSTO-ED
                   MOVE ADT-VALOR-EXTRA TO WRK-VALOR-ED
                   DISPLAY 'ADITIVO ' ADT-NUMERO ' ' ADT-SITUACAO
                           ' ' ADT-DESCRICAO
                   DISPLAY '    AREA ' WRK-AREA-ED
                           '  CUSTO ' WRK-CUSTO-ED
                           '  CONTRATO ' WRK-VALOR-ED
               END-IF
           END-IF.

       LISTAR-UM-ADITIVO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * INCLUIR-ADITIVO                                           *
      * CAPTURA O ADITIVO COMO 'S' SOB O PROXIMO NUMERO DA OBRA E *
      * O ENFILEIRA PARA A DECISAO DO SUPERVISOR.                 *
      *----------------------------------------------------------*
       INCLUIR-ADITIVO.
           PERFORM LOCALIZAR-OBRA THRU LOCALIZAR-OBRA-EXIT.
           IF NOT ENTRADA-VALIDA
               GO TO INCLUIR-ADITIVO-EXIT
           END-IF.

           DISPLAY 'DESCRICAO DO ADITIVO (ATE 40 POSICOES)'.
           ACCEPT WRK-DESCRICAO FROM CONSOLE.
           IF WRK-DESCRICAO = SPACES
               DISPLAY 'DESCRICAO OBRIGATORIA - NADA FOI INCLUIDO.'
               GO TO INCLUIR-ADITIVO-EXIT
           END-IF.

           DISPLAY 'AREA A MAIS (SOMENTE DIGITOS, CENTESIMOS NAS '
                   '2 ULTIMAS)'.
           PERFORM ACEITAR-NUMERO.
           IF NOT ENTRADA-VALIDA OR WRK-NUM-ENT > 999999999
               DISPLAY 'ENTRADA INVALIDA - NADA FOI INCLUIDO.'
               GO TO INCLUIR-ADITIVO-EXIT
           END-IF.
           MOVE WRK-NUM-ENT TO WRK-AREA-NUM.

           DISPLAY 'CUSTO A MAIS (SOMENTE DIGITOS, CENTAVOS NAS '
                   '2 ULTIMAS)'.
           PERFORM ACEITAR-NUMERO.
           IF NOT ENTRADA-VALIDA
               DISPLAY 'ENTRADA INVALIDA - NADA FOI INCLUIDO.'
               GO TO INCLUIR-ADITIVO-EXIT
           END-IF.
           MOVE WRK-NUM-ENT TO WRK-CUSTO-NUM.

           DISPLAY 'VALOR DE CONTRATO A MAIS (SOMENTE DIGITOS, '
                   'CENTAVOS NAS 2 ULTIMAS)'.
           PERFORM ACEITAR-NUMERO.
           IF NOT ENTRADA-VALIDA
               DISPLAY 'ENTRADA INVALIDA - NADA FOI INCLUIDO.'
               GO TO INCLUIR-ADITIVO-EXIT
           END-IF.
           MOVE WRK-NUM-ENT TO WRK-VALOR-NUM.

           IF WRK-AREA-NUM = ZEROS AND WRK-CUSTO-NUM = ZEROS
               AND WRK-VALOR-NUM = ZEROS
               DISPLAY 'ADITIVO SEM VALORES - NADA FOI INCLUIDO.'
               GO TO INCLUIR-ADITIVO-EXIT
           END-IF.

           PERFORM OBTER-PROXIMO-ADITIVO.
           IF WRK-NUMERO = ZEROS
               DISPLAY 'OBRA JA TEM 999 ADITIVOS - NADA FOI '
                       'INCLUIDO.'
               GO TO INCLUIR-ADITIVO-EXIT
           END-IF.

           MOVE WRK-OBRA TO ADT-OBRA.
           MOVE WRK-NUMERO TO ADT-NUMERO.
           MOVE WRK-DESCRICAO TO ADT-DESCRICAO.
           COMPUTE ADT-AREA-EXTRA = WRK-AREA-NUM / 100.
           COMPUTE ADT-CUSTO-EXTRA = WRK-CUSTO-NUM / 100.
           COMPUTE ADT-VALOR-EXTRA = WRK-VALOR-NUM / 100.
           SET ADT-SOLICITADO TO TRUE.
           MOVE RUNDATE-HOJE TO ADT-DATA-PEDIDO.
           MOVE ZEROS TO ADT-DATA-DECISAO.
           WRITE REG-ADITIVO
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR O ADITIVO - STATUS: '
                           ADT-WS-STATUS
                   GO TO INCLUIR-ADITIVO-EXIT
           END-WRITE.
           DISPLAY 'ADITIVO ' WRK-OBRA '/' WRK-NUMERO
                   ' INCLUIDO COMO SOLICITADO.'.
           MOVE 'I' TO WRK-ACAO.
           PERFORM AUDITAR-ADITIVO.

           PERFORM MONTAR-DADOS-APROVACAO.
           PERFORM CONSULTAR-APROVACAO.
           IF NOT APROVACAO-DISPONIVEL AND NOT APRV-JA-PENDENTE
               PERFORM ENFILEIRAR-APROVACAO
           END-IF.

       INCLUIR-ADITIVO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * PROCESSAR-DECISOES                                        *
      * PARA CADA ADITIVO AINDA 'S', CONSULTA A FILA: APROVACAO   *
      * DO SUPERVISOR (CONSUMIDA) TORNA O ADITIVO 'A'; REJEICAO   *
      * O TORNA 'R'; SEM DECISAO ELE CONTINUA AGUARDANDO (E E     *
      * ENFILEIRADO DE NOVO SE SAIU DA FILA).                     *
      *----------------------------------------------------------*
       PROCESSAR-DECISOES.
           MOVE ZEROS TO WRK-QTD-APROVADOS.
           MOVE ZEROS TO WRK-QTD-REJEITADOS.
           MOVE ZEROS TO WRK-QTD-AGUARDANDO.
           MOVE 'N' TO WRK-FIM-LISTA.
           MOVE ZEROS TO ADT-OBRA.
           MOVE ZEROS TO ADT-NUMERO.
           START OBRA-ADITIVO KEY IS NOT < ADT-CHAVE
               INVALID KEY
                   SET LISTA-FIM TO TRUE
           END-START.
           PERFORM DECIDIR-UM-ADITIVO THRU DECIDIR-UM-ADITIVO-EXIT
               UNTIL LISTA-FIM.
           DISPLAY 'ADITIVOS APROVADOS..: ' WRK-QTD-APROVADOS.
           DISPLAY 'ADITIVOS REJEITADOS.: ' WRK-QTD-REJEITADOS.
           DISPLAY 'AGUARDANDO DECISAO..: ' WRK-QTD-AGUARDANDO.

       PROCESSAR-DECISOES-EXIT.
           EXIT.

       DECIDIR-UM-ADITIVO.
           READ OBRA-ADITIVO NEXT RECORD
               AT END
                   SET LISTA-FIM TO TRUE
                   GO TO DECIDIR-UM-ADITIVO-EXIT
           END-READ.
           IF NOT ADT-SOLICITADO
               GO TO DECIDIR-UM-ADITIVO-EXIT
           END-IF.
           MOVE ADT-OBRA TO WRK-OBRA.
           MOVE ADT-NUMERO TO WRK-NUMERO.
           COMPUTE WRK-AREA-NUM = ADT-AREA-EXTRA * 100.
           COMPUTE WRK-CUSTO-NUM = ADT-CUSTO-EXTRA * 100.
           COMPUTE WRK-VALOR-NUM = ADT-VALOR-EXTRA * 100.
           PERFORM MONTAR-DADOS-APROVACAO.
           PERFORM CONSULTAR-APROVACAO.
           EVALUATE TRUE
               WHEN APROVACAO-DISPONIVEL
                   SET ADT-APROVADO TO TRUE
                   MOVE RUNDATE-HOJE TO ADT-DATA-DECISAO
                   REWRITE REG-ADITIVO
                   ADD 1 TO WRK-QTD-APROVADOS
                   DISPLAY 'ADITIVO ' WRK-OBRA '/' WRK-NUMERO
                           ' APROVADO.'
                   MOVE 'A' TO WRK-ACAO
                   PERFORM AUDITAR-ADITIVO
               WHEN APRV-JA-REJEITADA
                   SET ADT-REJEITADO TO TRUE
                   MOVE RUNDATE-HOJE TO ADT-DATA-DECISAO
                   REWRITE REG-ADITIVO
                   ADD 1 TO WRK-QTD-REJEITADOS
                   DISPLAY 'ADITIVO ' WRK-OBRA '/' WRK-NUMERO
                           ' REJEITADO.'
                   MOVE 'R' TO WRK-ACAO
                   PERFORM AUDITAR-ADITIVO
               WHEN APRV-JA-PENDENTE
                   ADD 1 TO WRK-QTD-AGUARDANDO
               WHEN OTHER
                   ADD 1 TO WRK-QTD-AGUARDANDO
                   PERFORM ENFILEIRAR-APROVACAO
           END-EVALUATE.

       DECIDIR-UM-ADITIVO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LOCALIZAR-OBRA                                            *
      * ACEITA O CODIGO DA OBRA E LE O ORCAMENTO ORIGINAL - SO    *
      * OBRA COM ORCAMENTO NO OBRAORC RECEBE ADITIVO.             *
      *----------------------------------------------------------*
       LOCALIZAR-OBRA.
           IF NOT ORCAMENTOS-DISPONIVEIS
               DISPLAY 'ORCAMENTO DE OBRAS AUSENTE.'
               MOVE 'N' TO WRK-ENTRADA-VALIDA
               GO TO LOCALIZAR-OBRA-EXIT
           END-IF.
           DISPLAY 'CODIGO DA OBRA'.
           PERFORM ACEITAR-NUMERO.
           IF NOT ENTRADA-VALIDA OR WRK-NUM-ENT > 9999
               DISPLAY 'ENTRADA INVALIDA.'
               MOVE 'N' TO WRK-ENTRADA-VALIDA
               GO TO LOCALIZAR-OBRA-EXIT
           END-IF.
           MOVE WRK-NUM-ENT TO WRK-OBRA.
           MOVE WRK-OBRA TO ORC-OBRA.
           READ OBRA-ORCAMENTO
               INVALID KEY
                   DISPLAY 'OBRA SEM ORCAMENTO ORIGINAL NO OBRAORC - '
                           'CADASTRE NO ORCMNT.'
                   MOVE 'N' TO WRK-ENTRADA-VALIDA
           END-READ.

       LOCALIZAR-OBRA-EXIT.
           EXIT.

       ACEITAR-NUMERO.
           MOVE ZEROS TO WRK-NUM-ENT.
           ACCEPT WRK-ENT FROM CONSOLE.
           CALL 'VALIDNUM' USING WRK-ENT WRK-ENTRADA-VALIDA.
           IF ENTRADA-VALIDA
               MOVE FUNCTION TRIM(WRK-ENT) TO WRK-NUM-ENT
           END-IF.

       ACEITAR-NUMERO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * OBTER-PROXIMO-ADITIVO                                     *
      * PROXIMO NUMERO DE ADITIVO DA OBRA WRK-OBRA (ZERO QUANDO   *
      * A OBRA JA CHEGOU AO 999).                                 *
      *----------------------------------------------------------*
       OBTER-PROXIMO-ADITIVO.
           MOVE ZEROS TO WRK-NUMERO.
           MOVE 'N' TO WRK-FIM-LISTA.
           MOVE WRK-OBRA TO ADT-OBRA.
           MOVE ZEROS TO ADT-NUMERO.
           START OBRA-ADITIVO KEY IS NOT < ADT-CHAVE
               INVALID KEY
                   SET LISTA-FIM TO TRUE
           END-START.
           PERFORM VARRER-ULTIMO-ADITIVO UNTIL LISTA-FIM.
           IF WRK-NUMERO = 999
               MOVE ZEROS TO WRK-NUMERO
           ELSE
               ADD 1 TO WRK-NUMERO
           END-IF.

       OBTER-PROXIMO-ADITIVO-EXIT.
           EXIT.

       VARRER-ULTIMO-ADITIVO.
           READ OBRA-ADITIVO NEXT RECORD
               AT END
                   SET LISTA-FIM TO TRUE
           END-READ.
           IF NOT LISTA-FIM
               IF ADT-OBRA NOT = WRK-OBRA
                   SET LISTA-FIM TO TRUE
               ELSE
                   MOVE ADT-NUMERO TO WRK-NUMERO
               END-IF
           END-IF.

       VARRER-ULTIMO-ADITIVO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * MONTAR-DADOS-APROVACAO                                    *
      * DADOS DO PEDIDO NA FILA: OBRA + NUMERO + AREA EM          *
      * CENTESIMOS + CUSTO E VALOR DE CONTRATO EM CENTAVOS.       *
      *----------------------------------------------------------*
       MONTAR-DADOS-APROVACAO.
           MOVE 'ADITIVO' TO APRV-WS-TIPO.
           MOVE SPACES TO APRV-WS-DADOS.
           STRING WRK-OBRA DELIMITED BY SIZE
                  WRK-NUMERO DELIMITED BY SIZE
                  WRK-AREA-NUM DELIMITED BY SIZE
                  WRK-CUSTO-NUM DELIMITED BY SIZE
                  WRK-VALOR-NUM DELIMITED BY SIZE
                  INTO APRV-WS-DADOS.

       MONTAR-DADOS-APROVACAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * AUDITAR-ADITIVO                                           *
      * GRAVA NO AUDIT-TRAIL A ACAO (I/A/R, EM WRK-ACAO) COM A   *
      * OBRA E O NUMERO DO ADITIVO.                               *
      *----------------------------------------------------------*
       AUDITAR-ADITIVO.
           MOVE 'OBRA-ADITIVO' TO AUD-CAMPO.
           MOVE SPACES TO AUD-VALOR.
           STRING WRK-ACAO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-OBRA DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WRK-NUMERO DELIMITED BY SIZE
                  INTO AUD-VALOR.
           PERFORM GRAVAR-AUDITORIA.

       AUDITAR-ADITIVO-EXIT.
           EXIT.

           COPY 'AUDITPRC.CPY' REPLACING ==AUD-PROGRAM-ID==
               BY =='ADITMNT'==.
           COPY 'APROVP.CPY'.
           COPY 'OBRAADTP.CPY'.
           COPY 'RUNDATEP.CPY'.
