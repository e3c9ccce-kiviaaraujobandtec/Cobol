       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENTRMERC.
      **********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = KIVIA(ALURA) KIVIAAL
      *OBJETIVO: RECEBIMENTO DE MERCADORIAS - LE AS LINHAS DAS
      *NOTAS FISCAIS DE ENTRADA (ARQUIVO RECMERC: FORNECEDOR,
      *NOTA, PEDIDO E ITEM, PRODUTO, QUANTIDADE E PRECO REAL) E
      *CASA CADA UMA COM A LINHA DO PEDIDO DE COMPRA (PEDCOMP)
      *AINDA A RECEBER. LINHA ACEITA:
      *- ENTRA NO ESTOQUE-MASTER PELAS REGRAS DO ATIVIDADE02E
      *  (ESTMOVP, CUSTO MEDIO MOVEL PELO PRECO REAL, LOG ESTLOG);
      *- GRAVA O PRECO REAL NO PRECO-HISTORICO COM O FORNECEDOR
      *  (HIST-FORNECEDOR);
      *- SOMA A QUANTIDADE RECEBIDA NA LINHA DO PEDIDO, QUE FICA
      *  FECHADA (RECEBIDA A QUANTIDADE PEDIDA) OU PARCIAL;
      *- SOMA O VALOR NA CONTA A PAGAR DA NOTA DO FORNECEDOR
      *  (CPAGAR), COM VENCIMENTO DA NOTA OU, SEM ELE, DATA DA
      *  NOTA MAIS O PARAMETRO PRAZO-FORNECEDOR (PADRAO 30 DIAS).
      *QUANTIDADE ACIMA DO SALDO DO PEDIDO OU PRECO DIFERENTE DO
      *ACERTADO E POSTADA ASSIM MESMO E SAI COMO DIVERGENCIA NO
      *RELATORIO ENTRREL; LINHA SEM PEDIDO A RECEBER, DE OUTRO
      *FORNECEDOR OU PRODUTO, SEM PRECO, DE NOTA JA PAGA OU
      *RECUSADA PELO ESTOQUE NAO E POSTADA E SAI COMO RECUSADA.
      *TOTAL DE LINHAS POSTADAS EM RUN-STATS.
      *DATA   = 29/04/22
      *HISTORICO DE ALTERACOES
      *02/05/22 KA A LINHA DA NOTA TRAZ A FILIAL QUE RECEBEU E O
      *ICMS DESTACADO (CREDITAVEL). COM A UF DA FILIAL NO FILMST
      *O CREDITO VAI PARA O ICMSMOV (TIPO C, BASE DO LIVRO DE
      *APURACAO ICMSLIVR) E A MERCADORIA ENTRA NO ESTOQUE PELO
      *CUSTO LIQUIDO DO ICMS; SEM A UF O CREDITO NAO E
      *ESCRITURADO, A ENTRADA FICA PELO PRECO CHEIO E A LINHA
      *SAI AVISADA NO ENTRREL. ICMS MAIOR OU IGUAL AO VALOR DA
      *LINHA E RECUSADO.
      *10/06/22 KA PRODUTO CONGELADO PELO INVENTARIO FISICO
      *(CONTAGEM ABERTA NO INVMNT, ARQUIVO INVCONT) TEM A LINHA
      *RECUSADA PELO ESTMOVP, COMO NO ATIVIDADE02E, E A LINHA SAI
      *COMO RECUSADA NO ENTRREL PARA SER RECEBIDA APOS O AJUSTE
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEBIMENTOS ASSIGN TO "RECMERC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-ENTR-STATUS.

           SELECT PEDIDO-COMPRA ASSIGN TO "PEDCOMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-CHAVE
               FILE STATUS IS WRK-PED-STATUS.

           SELECT CONTAS-PAGAR ASSIGN TO "CPAGAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPG-CHAVE
               FILE STATUS IS WRK-CPG-STATUS.

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

           SELECT CONTAGEM-INVENTARIO ASSIGN TO "INVCONT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ICT-PRODUTO
               FILE STATUS IS ESTM-WS-ICT-STATUS.

           SELECT FILIAL-MASTER ASSIGN TO "FILMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIL-CODIGO
               FILE STATUS IS WRK-FIL-STATUS.

           SELECT ICMS-MOVIMENTO ASSIGN TO "ICMSMOV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-IMOV-STATUS.

           SELECT RELATORIO-RECEBIMENTO ASSIGN TO "ENTRREL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.

           SELECT PARAMETROS ASSIGN TO "PARAMETR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARM-CHAVE
               FILE STATUS IS PARM-WS-STATUS.

           SELECT RUN-STATS ASSIGN TO "RUNSTATS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATS-WS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECEBIMENTOS.
       01  REG-RECEBIMENTO.
           05 ENTR-FORNECEDOR    PIC X(06).
           05 ENTR-NOTA          PIC X(09).
           05 ENTR-DATA-NOTA     PIC 9(08).
           05 ENTR-VENCIMENTO    PIC 9(08).
           05 ENTR-PEDIDO        PIC 9(06).
           05 ENTR-ITEM          PIC 9(03).
           05 ENTR-PRODUTO       PIC X(10).
           05 ENTR-QUANTIDADE    PIC 9(07)V99.
           05 ENTR-PRECO         PIC 9(06)V99.
           05 ENTR-FILIAL        PIC X(05).
           05 ENTR-VALOR-ICMS    PIC 9(07)V99.

       FD  PEDIDO-COMPRA.
           COPY 'PEDCOMP.CPY'.

       FD  CONTAS-PAGAR.
           COPY 'CPAGAR.CPY'.

       FD  ESTOQUE-MASTER.
           COPY 'ESTOQUE.CPY'.

       FD  PRODUTO-MASTER.
           COPY 'PRODMST.CPY'.

       FD  PRECO-HISTORICO.
           COPY 'PRECHIST.CPY'.

       FD  ESTOQUE-LOG.
           COPY 'ESTLOG.CPY'.

       FD  CONTAGEM-INVENTARIO.
           COPY 'INVCONT.CPY'.

       FD  FILIAL-MASTER.
           COPY 'FILMST.CPY'.

       FD  ICMS-MOVIMENTO.
           COPY 'ICMSMOV.CPY'.

       FD  RELATORIO-RECEBIMENTO.
       01  LINHA-RECEBIMENTO   PIC X(80).

       FD  PARAMETROS.
           COPY 'PARAMETROS.CPY'.

       FD  RUN-STATS.
           COPY 'RUNSTATS.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'RUNSTATSW.CPY'.
           COPY 'PARAMETROSW.CPY'.
           COPY 'ESTMOVW.CPY'.
           COPY 'RPTHDR.CPY'.
       77 WRK-ENTR-STATUS PIC X(02) VALUE ZEROS.
           88 ENTR-OK VALUE '00'.
           88 ENTR-FIM VALUE '10'.
           88 ENTR-NAO-ENCONTRADO VALUE '35'.
       77 WRK-PED-STATUS PIC X(02) VALUE ZEROS.
           88 PED-OK VALUE '00'.
           88 PED-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-CPG-STATUS PIC X(02) VALUE ZEROS.
           88 CPG-OK VALUE '00'.
           88 CPG-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-REL-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-FIL-STATUS PIC X(02) VALUE ZEROS.
           88 FIL-MST-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-IMOV-STATUS PIC X(02) VALUE ZEROS.
           88 IMOV-NAO-ENCONTRADO VALUE '35'.

      *SITUACAO DA LINHA RECEBIDA
       77 WRK-MOTIVO PIC X(30) VALUE SPACES.
           88 LINHA-ACEITA VALUE SPACES.
       77 WRK-NOTA-EXISTE PIC X(01) VALUE 'N'.
           88 NOTA-JA-LANCADA VALUE 'S'.
       77 WRK-SALDO-PEDIDO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-LINHA PIC 9(09)V99 VALUE ZEROS.
       77 WRK-PRAZO-FORNECEDOR PIC 9(03) VALUE 30.
       77 WRK-DATA-BASE PIC 9(08) VALUE ZEROS.
      *UF DA FILIAL QUE RECEBEU (BRANCO = CREDITO NAO ESCRITURADO)
       77 WRK-UF-ENTRADA PIC X(02) VALUE SPACES.

      *CONTADORES
       77 WRK-QTD-LIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-POSTADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-RECUSADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-DIV-QTD PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-DIV-PRECO PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-LINHAS-FECHADAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-NOTAS PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-RECEBIDO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QTD-ICMS-SEM-UF PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-ICMS PIC 9(11)V99 VALUE ZEROS.

       77 WRK-QTD-ED PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-SALDO-ED PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-PRECO-ED PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-PRECO-PED-ED PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-TOTAL-ED PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           COPY 'RUNDATE.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0002-INICIALIZAR.
           PERFORM 0003-PROCESSAR UNTIL ENTR-FIM.
           PERFORM 0004-FINALIZAR.

           STOP RUN.

       0002-INICIALIZAR.

           PERFORM OBTER-DATA-EXECUCAO.
           MOVE 'PRAZO-FORNECEDOR' TO PARM-CODIGO.
           PERFORM LER-PARAMETRO.
           IF PARM-VALOR > ZEROS
               MOVE PARM-VALOR TO WRK-PRAZO-FORNECEDOR
           END-IF.

           OPEN OUTPUT RELATORIO-RECEBIMENTO.
           MOVE 'RECEBIMENTO DE MERCADORIAS' TO RPT-HDR-TITULO.
           PERFORM MONTAR-CABECALHO-RELATORIO.
           MOVE RPT-HDR-LINHA TO LINHA-RECEBIMENTO.
           WRITE LINHA-RECEBIMENTO.
           MOVE SPACES TO LINHA-RECEBIMENTO.
           WRITE LINHA-RECEBIMENTO.

           OPEN INPUT RECEBIMENTOS.
           IF ENTR-NAO-ENCONTRADO
               DISPLAY 'ARQUIVO RECMERC NAO ENCONTRADO.'
               SET ENTR-FIM TO TRUE
           ELSE
               PERFORM ABRIR-ARQUIVOS-RECEBIMENTO
               READ RECEBIMENTOS
                   AT END
                       SET ENTR-FIM TO TRUE
               END-READ
           END-IF.

       0003-PROCESSAR.

           ADD 1 TO WRK-QTD-LIDOS.
           PERFORM RECEBER-LINHA THRU RECEBER-LINHA-EXIT.
           READ RECEBIMENTOS
               AT END
                   SET ENTR-FIM TO TRUE
           END-READ.

       0004-FINALIZAR.

           IF NOT ENTR-NAO-ENCONTRADO
               CLOSE RECEBIMENTOS
               CLOSE PEDIDO-COMPRA
               CLOSE CONTAS-PAGAR
               CLOSE PRECO-HISTORICO
               IF NOT FIL-MST-NAO-ENCONTRADO
                   CLOSE FILIAL-MASTER
               END-IF
               CLOSE ICMS-MOVIMENTO
               PERFORM FECHAR-ESTOQUE
           END-IF.
           PERFORM FECHAR-PARAMETROS.

           MOVE WRK-TOTAL-RECEBIDO TO WRK-TOTAL-ED.
           MOVE SPACES TO LINHA-RECEBIMENTO.
           WRITE LINHA-RECEBIMENTO.
           MOVE SPACES TO LINHA-RECEBIMENTO.
           STRING 'LIDAS: ' DELIMITED BY SIZE
                  WRK-QTD-LIDOS DELIMITED BY SIZE
                  '  POSTADAS: ' DELIMITED BY SIZE
                  WRK-QTD-POSTADOS DELIMITED BY SIZE
                  '  RECUSADAS: ' DELIMITED BY SIZE
                  WRK-QTD-RECUSADOS DELIMITED BY SIZE
                  '  VALOR: ' DELIMITED BY SIZE
                  WRK-TOTAL-ED DELIMITED BY SIZE
                  INTO LINHA-RECEBIMENTO.
           WRITE LINHA-RECEBIMENTO.
           MOVE SPACES TO LINHA-RECEBIMENTO.
           STRING 'DIVERGENCIAS - QUANTIDADE: ' DELIMITED BY SIZE
                  WRK-QTD-DIV-QTD DELIMITED BY SIZE
                  '  PRECO: ' DELIMITED BY SIZE
                  WRK-QTD-DIV-PRECO DELIMITED BY SIZE
                  INTO LINHA-RECEBIMENTO.
           WRITE LINHA-RECEBIMENTO.
           MOVE SPACES TO LINHA-RECEBIMENTO.
           STRING 'LINHAS DE PEDIDO FECHADAS: ' DELIMITED BY SIZE
                  WRK-QTD-LINHAS-FECHADAS DELIMITED BY SIZE
                  '  NOTAS NOVAS A PAGAR: ' DELIMITED BY SIZE
                  WRK-QTD-NOTAS DELIMITED BY SIZE
                  INTO LINHA-RECEBIMENTO.
           WRITE LINHA-RECEBIMENTO.
           MOVE WRK-TOTAL-ICMS TO WRK-TOTAL-ED.
           MOVE SPACES TO LINHA-RECEBIMENTO.
           STRING 'CREDITO DE ICMS ESCRITURADO: ' DELIMITED BY SIZE
                  WRK-TOTAL-ED DELIMITED BY SIZE
                  '  LINHAS SEM UF: ' DELIMITED BY SIZE
                  WRK-QTD-ICMS-SEM-UF DELIMITED BY SIZE
                  INTO LINHA-RECEBIMENTO.
           WRITE LINHA-RECEBIMENTO.
           CLOSE RELATORIO-RECEBIMENTO.

           DISPLAY 'ENTRMERC' '   DATA: ' RUNDATE-HOJE-ED.
           DISPLAY 'LINHAS LIDAS.........: ' WRK-QTD-LIDOS.
           DISPLAY 'LINHAS POSTADAS......: ' WRK-QTD-POSTADOS.
           DISPLAY 'LINHAS RECUSADAS.....: ' WRK-QTD-RECUSADOS.
           DISPLAY 'DIVERGENCIAS QTD.....: ' WRK-QTD-DIV-QTD.
           DISPLAY 'DIVERGENCIAS PRECO...: ' WRK-QTD-DIV-PRECO.
           DISPLAY 'NOTAS NOVAS A PAGAR..: ' WRK-QTD-NOTAS.
           DISPLAY 'VALOR RECEBIDO.......: ' WRK-TOTAL-ED.
           MOVE WRK-TOTAL-ICMS TO WRK-TOTAL-ED.
           DISPLAY 'CREDITO DE ICMS......: ' WRK-TOTAL-ED.
           DISPLAY 'RELATORIO GRAVADO EM ENTRREL.'.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

           MOVE WRK-QTD-POSTADOS TO STATS-REGISTROS.
           PERFORM GRAVAR-RUNSTATS.

      *----------------------------------------------------------*
      * ABRIR-ARQUIVOS-RECEBIMENTO                                *
      * O PRECO-HISTORICO FICA ABERTO PARA EXTENSAO A RODADA      *
      * INTEIRA: TODA LINHA ACEITA TEM PRECO, ENTAO A ENTRADA NO  *
      * ESTOQUE NUNCA PRECISA BUSCAR O ULTIMO PRECO NELE.         *
      *----------------------------------------------------------*
       ABRIR-ARQUIVOS-RECEBIMENTO.
           OPEN I-O PEDIDO-COMPRA.
           IF PED-NAO-ENCONTRADO
               OPEN OUTPUT PEDIDO-COMPRA
               CLOSE PEDIDO-COMPRA
               OPEN I-O PEDIDO-COMPRA
           END-IF.
           OPEN I-O CONTAS-PAGAR.
           IF CPG-NAO-ENCONTRADO
               OPEN OUTPUT CONTAS-PAGAR
               CLOSE CONTAS-PAGAR
               OPEN I-O CONTAS-PAGAR
           END-IF.
           PERFORM ABRIR-ESTOQUE.
           OPEN EXTEND PRECO-HISTORICO.
           IF ESTM-PREC-NAO-ENCONTRADO
               OPEN OUTPUT PRECO-HISTORICO
           END-IF.
           OPEN INPUT FILIAL-MASTER.
           IF FIL-MST-NAO-ENCONTRADO
               DISPLAY 'CADASTRO DE FILIAIS (FILMST) NAO '
                       'ENCONTRADO - CREDITOS DE ICMS NAO '
                       'ESCRITURADOS.'
           END-IF.
           OPEN EXTEND ICMS-MOVIMENTO.
           IF IMOV-NAO-ENCONTRADO
               OPEN OUTPUT ICMS-MOVIMENTO
           END-IF.

       ABRIR-ARQUIVOS-RECEBIMENTO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * RECEBER-LINHA                                             *
      * CONFERE A LINHA CONTRA O PEDIDO, A NOTA E O ESTOQUE E, SE *
      * ACEITA, POSTA NO ESTOQUE, NO HISTORICO DE PRECOS, NO      *
      * PEDIDO E NO CONTAS A PAGAR.                               *
      *----------------------------------------------------------*
       RECEBER-LINHA.

           PERFORM CONFERIR-LINHA THRU CONFERIR-LINHA-EXIT.
           IF NOT LINHA-ACEITA
               ADD 1 TO WRK-QTD-RECUSADOS
               PERFORM IMPRIMIR-RECUSA
               GO TO RECEBER-LINHA-EXIT
           END-IF.

           COMPUTE WRK-SALDO-PEDIDO =
               PED-QTD-PEDIDA - PED-QTD-RECEBIDA.
           IF ENTR-QUANTIDADE > WRK-SALDO-PEDIDO
               ADD 1 TO WRK-QTD-DIV-QTD
               PERFORM IMPRIMIR-DIVERGENCIA-QTD
           END-IF.
           IF ENTR-PRECO NOT = PED-PRECO
               ADD 1 TO WRK-QTD-DIV-PRECO
               PERFORM IMPRIMIR-DIVERGENCIA-PRECO
           END-IF.

           PERFORM POSTAR-MOVIMENTO-ESTOQUE.

           MOVE RUNDATE-HOJE TO HIST-DATA.
           MOVE ENTR-PRODUTO TO HIST-PRODUTO.
           MOVE ENTR-PRECO TO HIST-PRECO.
           MOVE ENTR-FORNECEDOR TO HIST-FORNECEDOR.
           WRITE REG-PRECO-HIST.

           ADD ENTR-QUANTIDADE TO PED-QTD-RECEBIDA.
           MOVE RUNDATE-HOJE TO PED-DATA-ULT-RECEB.
           IF PED-QTD-RECEBIDA < PED-QTD-PEDIDA
               SET PED-PARCIAL TO TRUE
           ELSE
               SET PED-FECHADA TO TRUE
               ADD 1 TO WRK-QTD-LINHAS-FECHADAS
           END-IF.
           REWRITE REG-PEDIDO-COMPRA.

           PERFORM LANCAR-CONTA-PAGAR.
           IF ENTR-VALOR-ICMS > ZEROS
               PERFORM ESCRITURAR-CREDITO-ICMS
           END-IF.

           ADD 1 TO WRK-QTD-POSTADOS.
           ADD WRK-VALOR-LINHA TO WRK-TOTAL-RECEBIDO.

       RECEBER-LINHA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * CONFERIR-LINHA                                            *
      * DEIXA O MOTIVO DA RECUSA EM WRK-MOTIVO (BRANCO = ACEITA), *
      * A LINHA DO PEDIDO NO REGISTRO E A CONTA A PAGAR DA NOTA,  *
      * SE JA EXISTIR.                                            *
      *----------------------------------------------------------*
       CONFERIR-LINHA.

           MOVE SPACES TO WRK-MOTIVO.
           MOVE ENTR-PEDIDO TO PED-NUMERO.
           MOVE ENTR-ITEM TO PED-ITEM.
           READ PEDIDO-COMPRA
               INVALID KEY
                   MOVE 'PEDIDO/ITEM INEXISTENTE' TO WRK-MOTIVO
                   GO TO CONFERIR-LINHA-EXIT
           END-READ.
           IF NOT PED-A-RECEBER
               MOVE 'LINHA FECHADA OU CANCELADA' TO WRK-MOTIVO
               GO TO CONFERIR-LINHA-EXIT
           END-IF.
           IF PED-FORNECEDOR NOT = ENTR-FORNECEDOR
               MOVE 'FORNECEDOR DIFERE DO PEDIDO' TO WRK-MOTIVO
               GO TO CONFERIR-LINHA-EXIT
           END-IF.
           IF PED-PRODUTO NOT = ENTR-PRODUTO
               MOVE 'PRODUTO DIFERE DO PEDIDO' TO WRK-MOTIVO
               GO TO CONFERIR-LINHA-EXIT
           END-IF.
           IF ENTR-PRECO = ZEROS
               MOVE 'PRECO ZERADO NA NOTA' TO WRK-MOTIVO
               GO TO CONFERIR-LINHA-EXIT
           END-IF.

           MOVE 'N' TO WRK-NOTA-EXISTE.
           MOVE ENTR-FORNECEDOR TO CPG-FORNECEDOR.
           MOVE ENTR-NOTA TO CPG-NOTA.
           READ CONTAS-PAGAR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-NOTA-EXISTE
           END-READ.
           IF NOTA-JA-LANCADA AND CPG-PAGA
               MOVE 'NOTA JA PAGA NO CONTAS A PAGAR' TO WRK-MOTIVO
               GO TO CONFERIR-LINHA-EXIT
           END-IF.
           COMPUTE WRK-VALOR-LINHA ROUNDED =
               ENTR-QUANTIDADE * ENTR-PRECO.
           IF ENTR-VALOR-ICMS > ZEROS
               AND ENTR-VALOR-ICMS NOT < WRK-VALOR-LINHA
               MOVE 'ICMS MAIOR QUE O VALOR DA LINHA' TO WRK-MOTIVO
               GO TO CONFERIR-LINHA-EXIT
           END-IF.
           PERFORM OBTER-UF-ENTRADA.

           SET ESTM-ENTRADA TO TRUE.
           MOVE ENTR-PRODUTO TO ESTM-WS-PRODUTO.
           MOVE ENTR-QUANTIDADE TO ESTM-WS-QUANTIDADE.
           MOVE ENTR-PRECO TO ESTM-WS-CUSTO.
           IF WRK-UF-ENTRADA NOT = SPACES
               COMPUTE ESTM-WS-CUSTO ROUNDED =
                   (WRK-VALOR-LINHA - ENTR-VALOR-ICMS)
                   / ENTR-QUANTIDADE
           END-IF.
           PERFORM CONFERIR-MOVIMENTO-ESTOQUE
               THRU CONFERIR-MOVIMENTO-ESTOQUE-EXIT.
           EVALUATE TRUE
               WHEN ESTM-MOVIMENTO-OK
                   CONTINUE
               WHEN ESTM-WS-MOTIVO = 'QTD'
                   MOVE 'QUANTIDADE ZERADA' TO WRK-MOTIVO
               WHEN ESTM-WS-MOTIVO = 'PRD'
                   MOVE 'PRODUTO FORA DO PRODMST' TO WRK-MOTIVO
               WHEN ESTM-WS-MOTIVO = 'INV'
                   MOVE 'PRODUTO EM INVENTARIO' TO WRK-MOTIVO
               WHEN OTHER
                   MOVE 'RECUSADA PELO ESTOQUE' TO WRK-MOTIVO
           END-EVALUATE.

       CONFERIR-LINHA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * OBTER-UF-ENTRADA                                          *
      * LINHA COM ICMS DESTACADO: UF DA FILIAL QUE RECEBEU NO     *
      * FILMST. SEM ICMS, SEM CADASTRO OU COM FILIAL DESCONHECIDA *
      * A UF FICA EM BRANCO E NAO HA CREDITO.                     *
      *----------------------------------------------------------*
       OBTER-UF-ENTRADA.

           MOVE SPACES TO WRK-UF-ENTRADA.
           IF ENTR-VALOR-ICMS > ZEROS
               AND ENTR-QUANTIDADE > ZEROS
               AND NOT FIL-MST-NAO-ENCONTRADO
               MOVE ENTR-FILIAL TO FIL-CODIGO
               READ FILIAL-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FIL-UF TO WRK-UF-ENTRADA
               END-READ
           END-IF.

       OBTER-UF-ENTRADA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ESCRITURAR-CREDITO-ICMS                                   *
      * GRAVA O CREDITO DA LINHA NO ICMSMOV NA UF DA FILIAL, COM  *
      * O VALOR DA LINHA COMO BASE; SEM A UF SO AVISA NO ENTRREL. *
      *----------------------------------------------------------*
       ESCRITURAR-CREDITO-ICMS.

           MOVE ENTR-VALOR-ICMS TO WRK-SALDO-ED.
           IF WRK-UF-ENTRADA = SPACES
               ADD 1 TO WRK-QTD-ICMS-SEM-UF
               MOVE SPACES TO LINHA-RECEBIMENTO
               STRING 'ICMS SEM UF NF ' DELIMITED BY SIZE
                      ENTR-NOTA DELIMITED BY SIZE
                      ' FILIAL ' DELIMITED BY SIZE
                      ENTR-FILIAL DELIMITED BY SIZE
                      ' ICMS ' DELIMITED BY SIZE
                      WRK-SALDO-ED DELIMITED BY SIZE
                      ' NAO ESCRITURADO' DELIMITED BY SIZE
                      INTO LINHA-RECEBIMENTO
               WRITE LINHA-RECEBIMENTO
           ELSE
               SET IMOV-CREDITO TO TRUE
               MOVE RUNDATE-HOJE TO IMOV-DATA
               MOVE WRK-UF-ENTRADA TO IMOV-UF
               MOVE SPACES TO IMOV-ORIGEM
               STRING ENTR-FORNECEDOR DELIMITED BY SIZE
                      ENTR-NOTA DELIMITED BY SIZE
                      INTO IMOV-ORIGEM
               MOVE WRK-VALOR-LINHA TO IMOV-BASE
               MOVE ENTR-VALOR-ICMS TO IMOV-VALOR
               WRITE REG-ICMS-MOVIMENTO
               ADD ENTR-VALOR-ICMS TO WRK-TOTAL-ICMS
           END-IF.

       ESCRITURAR-CREDITO-ICMS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LANCAR-CONTA-PAGAR                                        *
      * A PRIMEIRA LINHA DA NOTA ABRE A CONTA A PAGAR; AS DEMAIS  *
      * SOMAM VALOR E ITENS NELA.                                 *
      *----------------------------------------------------------*
       LANCAR-CONTA-PAGAR.

           COMPUTE WRK-VALOR-LINHA ROUNDED =
               ENTR-QUANTIDADE * ENTR-PRECO.
           IF NOTA-JA-LANCADA
               ADD WRK-VALOR-LINHA TO CPG-VALOR
               ADD 1 TO CPG-QTD-ITENS
               REWRITE REG-CONTA-PAGAR
           ELSE
               MOVE ENTR-FORNECEDOR TO CPG-FORNECEDOR
               MOVE ENTR-NOTA TO CPG-NOTA
               IF ENTR-DATA-NOTA = ZEROS
                   MOVE RUNDATE-HOJE TO CPG-DATA-EMISSAO
               ELSE
                   MOVE ENTR-DATA-NOTA TO CPG-DATA-EMISSAO
               END-IF
               IF ENTR-VENCIMENTO = ZEROS
                   MOVE CPG-DATA-EMISSAO TO WRK-DATA-BASE
                   COMPUTE CPG-VENCIMENTO = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WRK-DATA-BASE)
                        + WRK-PRAZO-FORNECEDOR)
               ELSE
                   MOVE ENTR-VENCIMENTO TO CPG-VENCIMENTO
               END-IF
               MOVE WRK-VALOR-LINHA TO CPG-VALOR
               MOVE 1 TO CPG-QTD-ITENS
               MOVE RUNDATE-HOJE TO CPG-DATA-GERACAO
               SET CPG-ABERTA TO TRUE
               MOVE ZEROS TO CPG-DATA-PAGAMENTO
               WRITE REG-CONTA-PAGAR
               ADD 1 TO WRK-QTD-NOTAS
           END-IF.

       LANCAR-CONTA-PAGAR-EXIT.
           EXIT.

       IMPRIMIR-RECUSA.
           MOVE ENTR-QUANTIDADE TO WRK-QTD-ED.
           MOVE SPACES TO LINHA-RECEBIMENTO.
           STRING 'RECUSADA NF ' DELIMITED BY SIZE
                  ENTR-NOTA DELIMITED BY SIZE
                  ' PED ' DELIMITED BY SIZE
                  ENTR-PEDIDO DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  ENTR-ITEM DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-MOTIVO DELIMITED BY SIZE
                  INTO LINHA-RECEBIMENTO.
           WRITE LINHA-RECEBIMENTO.

       IMPRIMIR-RECUSA-EXIT.
           EXIT.

       IMPRIMIR-DIVERGENCIA-QTD.
           MOVE ENTR-QUANTIDADE TO WRK-QTD-ED.
           MOVE WRK-SALDO-PEDIDO TO WRK-SALDO-ED.
           MOVE SPACES TO LINHA-RECEBIMENTO.
           STRING 'DIVERG. QTD NF ' DELIMITED BY SIZE
                  ENTR-NOTA DELIMITED BY SIZE
                  ' PED ' DELIMITED BY SIZE
                  ENTR-PEDIDO DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  ENTR-ITEM DELIMITED BY SIZE
                  ' REC ' DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  ' SALDO ' DELIMITED BY SIZE
                  WRK-SALDO-ED DELIMITED BY SIZE
                  INTO LINHA-RECEBIMENTO.
           WRITE LINHA-RECEBIMENTO.

       IMPRIMIR-DIVERGENCIA-QTD-EXIT.
           EXIT.

       IMPRIMIR-DIVERGENCIA-PRECO.
           MOVE ENTR-PRECO TO WRK-PRECO-ED.
           MOVE PED-PRECO TO WRK-PRECO-PED-ED.
           MOVE SPACES TO LINHA-RECEBIMENTO.
           STRING 'DIVERG. PRECO NF ' DELIMITED BY SIZE
                  ENTR-NOTA DELIMITED BY SIZE
                  ' PED ' DELIMITED BY SIZE
                  ENTR-PEDIDO DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  ENTR-ITEM DELIMITED BY SIZE
                  ' NF ' DELIMITED BY SIZE
                  WRK-PRECO-ED DELIMITED BY SIZE
                  ' PED ' DELIMITED BY SIZE
                  WRK-PRECO-PED-ED DELIMITED BY SIZE
                  INTO LINHA-RECEBIMENTO.
           WRITE LINHA-RECEBIMENTO.

       IMPRIMIR-DIVERGENCIA-PRECO-EXIT.
           EXIT.

           COPY 'ESTMOVP.CPY'.
           COPY 'PARAMETROSP.CPY'.
           COPY 'RPTHDRP.CPY'.
           COPY 'RUNDATEP.CPY'.
           COPY 'RUNSTATSP.CPY' REPLACING ==STATS-PROGRAM-ID==
               BY =='ENTRMERC'==.
