      *MESMO SALESTRN NAO GERA UM SEGUNDO JOGO DE CONTRATOS NO
      *RECEB - O LOTE JA GERADO E PULADO COM AVISO E O
      *REGISTRO E CARIMBADO NO TRAILER DE CADA LOTE
      *22/04/22 KA PLANOS COM JUROS DE 7 A 12 PARCELAS: A TAXA
      *MENSAL VEM DA TABELA PLANOPAR (MANTIDA PELO PLANMNT SOB
      *QUATRO OLHOS) E A PARCELA E CALCULADA PELA TABELA PRICE,
      *COM O AJUSTE DE ARREDONDAMENTO NA ULTIMA. CADA PARCELA
      *GRAVA NO RECEB A TAXA E OS JUROS EMBUTIDOS, APROPRIADOS
      *NA BAIXA (PROGCOB15K). SEM PLANO CADASTRADO A VENDA E
      *RECUSADA; DE 2 A 6 PARCELAS NADA MUDA (SEM JUROS)
      *23/04/22 KA A PARCELA NASCE COM O SALDO (REC-SALDO) IGUAL
      *AO VALOR, PARA A BAIXA PARCIAL DO PROGCOB15K
      *26/04/22 KA A PARCELA NASCE SEM BOLETO (NOSSO NUMERO ZERO)
      *PARA A REMESSA DE COBRANCA BOLREM
      *27/04/22 KA O VENCIMENTO QUE CAI EM FERIADO LOCAL DA UF DO
      *CLIENTE (CADCLI) TAMBEM RECUA PARA O DIA UTIL ANTERIOR
      *04/06/22 KA LIMITE DE CREDITO: A VENDA PARCELADA QUE O
      *PROGCOB15 RETEVE NO VENDSUSP POR CREDITO (MOTIVO CRD) NAO
      *GERA PARCELAS - RODAR DEPOIS DO PROGCOB15 SOBRE O MESMO
      *SALESTRN, COMO SEMPRE. A RETIDA LIBERADA DEPOIS PELO
      *PROGCOB15R CHEGA PELO VENDLIB E TEM AS PARCELAS GERADAS NO
      *FIM DA RODADA; O VENDLIB E ESVAZIADO EM SEGUIDA
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS LGER-NUMERO
               FILE STATUS IS WRK-LGER-STATUS.

           SELECT PLANOS-PARCELAMENTO ASSIGN TO "PLANOPAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLAN-QTD-PARCELAS
               FILE STATUS IS WRK-PLAN-STATUS.

           SELECT CADASTRO-CLIENTE ASSIGN TO "CADCLI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CPF
               FILE STATUS IS WRK-CLI-STATUS.

           SELECT VENDAS-SUSPENSAS ASSIGN TO "VENDSUSP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-SUSP-STATUS.

           SELECT VENDAS-LIBERADAS ASSIGN TO "VENDLIB"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-LIB-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SALES-TRANSACOES.
           05 LGER-NUMERO        PIC 9(06).
           05 LGER-DATA-PROC     PIC 9(08).

       FD  PLANOS-PARCELAMENTO.
           COPY 'PLANOPAR.CPY'.

       FD  CADASTRO-CLIENTE.
           COPY 'CLIREG.CPY'.

       FD  VENDAS-SUSPENSAS.
           COPY 'VENDSUSP.CPY'.

       FD  VENDAS-LIBERADAS.
       01  REG-VENDA-LIBERADA  PIC X(67).

       WORKING-STORAGE SECTION.
           COPY 'CALENDW.CPY'.
           COPY 'RUNSTATSW.CPY'.
       77 WRK-LOTE-NUMERO PIC 9(06) VALUE ZEROS.
       77 WRK-LOTE-GERADO PIC X(01) VALUE 'N'.
           88 LOTE-JA-GERADO VALUE 'S'.
       77 WRK-PLAN-STATUS PIC X(02) VALUE ZEROS.
           88 PLAN-OK VALUE '00'.
           88 PLAN-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-PLANOS-ABERTO PIC X(01) VALUE 'N'.
           88 PLANOS-DISPONIVEIS VALUE 'S'.
       77 WRK-CLI-STATUS PIC X(02) VALUE ZEROS.
           88 CLI-OK VALUE '00'.
           88 CLI-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-CLI-ABERTO PIC X(01) VALUE 'N'.
           88 CLI-ABERTO VALUE 'S'.
       77 WRK-SUSP-STATUS PIC X(02) VALUE ZEROS.
           88 SUSP-OK VALUE '00'.
           88 SUSP-FIM VALUE '10'.
       77 WRK-LIB-STATUS PIC X(02) VALUE ZEROS.
           88 LIB-OK VALUE '00'.
           88 LIB-FIM VALUE '10'.
      *PARCELADAS RETIDAS POR CREDITO NO VENDSUSP (LOTE + IMAGEM);
      *CADA UMA SEGURA UMA UNICA VENDA IGUAL DO SALESTRN
       77 WRK-QTD-RETIDAS PIC 9(03) VALUE ZEROS.
       77 WRK-IND-RETIDA PIC 9(03) VALUE ZEROS.
       77 WRK-RETIDA-ACHADA PIC 9(03) VALUE ZEROS.
       01 TAB-RETIDAS.
           05 TAB-RETIDA OCCURS 500 TIMES.
               10 TAB-RETIDA-LOTE PIC 9(06).
               10 TAB-RETIDA-IMAGEM PIC X(67).
               10 TAB-RETIDA-USADA PIC X(01).
       77 WRK-QTD-NAO-GERADAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-LIBERADAS PIC 9(05) VALUE ZEROS.

       77 WRK-PROX-CONTRATO PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-VENDAS-P PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-PARCELAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-RECUSADAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-COM-JUROS PIC 9(05) VALUE ZEROS.
       77 WRK-MOTIVO PIC X(34) VALUE SPACES.

       77 WRK-PARC PIC 9(02) VALUE ZEROS.
       77 WRK-VALOR-PARCELA PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-ULTIMA PIC 9(07)V99 VALUE ZEROS.
      *PLANO COM JUROS (TABELA PRICE): TAXA DO PLANO EM % AO MES,
      *TAXA UNITARIA, FATOR (1 + I) ** N E SALDO DEVEDOR
       77 WRK-PLANO-JUROS PIC X(01) VALUE 'N'.
           88 CONTRATO-COM-JUROS VALUE 'S'.
       77 WRK-TAXA-PLANO PIC 9(02)V9999 VALUE ZEROS.
       77 WRK-TAXA PIC 9(01)V9(06) VALUE ZEROS.
       77 WRK-FATOR PIC 9(03)V9(12) VALUE ZEROS.
       77 WRK-SALDO PIC S9(07)V99 VALUE ZEROS.
       77 WRK-JUROS-PARCELA PIC 9(07)V99 VALUE ZEROS.
       77 WRK-JUROS-CONTRATO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TAXA-ED PIC Z9,9999 VALUE ZEROS.
       77 WRK-VENC PIC 9(08) VALUE ZEROS.
       77 WRK-VENC-ANO PIC 9(04) VALUE ZEROS.
       77 WRK-VENC-MES PIC 9(02) VALUE ZEROS.
       77 WRK-VENC-DIA PIC 9(02) VALUE ZEROS.
           COPY 'MONEY.CPY' REPLACING ==MONEY-FIELD-NAME==
               BY ==WRK-VALOR-ED==.
           COPY 'MONEY.CPY' REPLACING ==MONEY-FIELD-NAME==
               BY ==WRK-JUROS-ED==.
           COPY 'RUNDATE.CPY'.
           COPY 'RPTHDR.CPY'.


           PERFORM 0002-INICIALIZAR.
           PERFORM 0003-PROCESSAR UNTIL VENDA-FIM.
           PERFORM PROCESSAR-LIBERADAS THRU PROCESSAR-LIBERADAS-EXIT.
           PERFORM 0004-FINALIZAR.

           STOP RUN.

           PERFORM ABRIR-CONTROLE-LOTES.

           OPEN INPUT PLANOS-PARCELAMENTO.
           IF PLAN-NAO-ENCONTRADO
               DISPLAY 'TABELA DE PLANOS PLANOPAR AUSENTE - VENDAS '
                       'ACIMA DE 6 PARCELAS SERAO RECUSADAS.'
           ELSE
               MOVE 'S' TO WRK-PLANOS-ABERTO
           END-IF.

           OPEN INPUT CADASTRO-CLIENTE.
           IF CLI-OK
               SET CLI-ABERTO TO TRUE
           END-IF.

           PERFORM CARREGAR-RETIDAS-CREDITO
               THRU CARREGAR-RETIDAS-CREDITO-EXIT.

           OPEN INPUT SALES-TRANSACOES.
           IF VENDA-NAO-ENCONTRADO
               DISPLAY 'ARQUIVO SALESTRN NAO ENCONTRADO.'
               WHEN REGISTRO-PARCELADA AND LOTE-JA-GERADO
                   CONTINUE
               WHEN REGISTRO-PARCELADA
                   PERFORM LOCALIZAR-RETIDA-CREDITO
                   IF WRK-RETIDA-ACHADA > ZEROS
                       ADD 1 TO WRK-QTD-NAO-GERADAS
                       MOVE SPACES TO LINHA-GERACAO
                       STRING 'RETIDA (CREDITO - VENDSUSP):     '
                                  DELIMITED BY SIZE
                              REG-VENDA DELIMITED BY SIZE
                              INTO LINHA-GERACAO
                       WRITE LINHA-GERACAO
                   ELSE
                       PERFORM GERAR-VENDA-PARCELADA
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-IF.
           CLOSE CONTAS-RECEBER.
           CLOSE LOTES-GERADOS.
           IF PLANOS-DISPONIVEIS
               CLOSE PLANOS-PARCELAMENTO
           END-IF.
           IF CLI-ABERTO
               CLOSE CADASTRO-CLIENTE
           END-IF.
           PERFORM FECHAR-CALENDARIO.

           MOVE SPACES TO LINHA-GERACAO.
                  WRK-QTD-RECUSADAS DELIMITED BY SIZE
                  INTO LINHA-GERACAO.
           WRITE LINHA-GERACAO.
           MOVE SPACES TO LINHA-GERACAO.
           STRING 'CONTRATOS COM JUROS (PRICE): ' DELIMITED BY SIZE
                  WRK-QTD-COM-JUROS DELIMITED BY SIZE
                  INTO LINHA-GERACAO.
           WRITE LINHA-GERACAO.
           MOVE SPACES TO LINHA-GERACAO.
           STRING 'RETIDAS POR CREDITO: ' DELIMITED BY SIZE
                  WRK-QTD-NAO-GERADAS DELIMITED BY SIZE
                  '  LIBERADAS (VENDLIB): ' DELIMITED BY SIZE
                  WRK-QTD-LIBERADAS DELIMITED BY SIZE
                  INTO LINHA-GERACAO.
           WRITE LINHA-GERACAO.
           CLOSE RELATORIO-GERACAO.

           DISPLAY 'PROGCOB15J' '   DATA: ' RUNDATE-HOJE-ED.
           DISPLAY 'VENDAS PARCELADAS: ' WRK-QTD-VENDAS-P.
           DISPLAY 'PARCELAS GERADAS.: ' WRK-QTD-PARCELAS.
           DISPLAY 'COM JUROS (PRICE): ' WRK-QTD-COM-JUROS.
           DISPLAY 'RETIDAS (CREDITO): ' WRK-QTD-NAO-GERADAS.
           DISPLAY 'LIBERADAS VENDLIB: ' WRK-QTD-LIBERADAS.
           DISPLAY 'RELATORIO GRAVADO EM RECGERA.'.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

       REGISTRAR-LOTE-GERADO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * GERAR-VENDA-PARCELADA                                     *
      * CONFERE O PLANO DA VENDA PARCELADA CORRENTE E GERA O      *
      * CONTRATO, OU LISTA A RECUSA NO RECGERA.                   *
      *----------------------------------------------------------*
       GERAR-VENDA-PARCELADA.
           PERFORM CONFERIR-PLANO THRU CONFERIR-PLANO-EXIT.
           IF WRK-MOTIVO = SPACES
               ADD 1 TO WRK-QTD-VENDAS-P
               PERFORM GERAR-CONTRATO
           ELSE
               ADD 1 TO WRK-QTD-RECUSADAS
               MOVE SPACES TO LINHA-GERACAO
               STRING WRK-MOTIVO DELIMITED BY SIZE
                      REG-VENDA DELIMITED BY SIZE
                      INTO LINHA-GERACAO
               WRITE LINHA-GERACAO
           END-IF.

       GERAR-VENDA-PARCELADA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * CARREGAR-RETIDAS-CREDITO                                  *
      * GUARDA LOTE E IMAGEM DAS PARCELADAS QUE O PROGCOB15       *
      * RETEVE POR CREDITO (MOTIVO CRD). SEM VENDSUSP NAO HA      *
      * RETIDA.                                                   *
      *----------------------------------------------------------*
       CARREGAR-RETIDAS-CREDITO.
           MOVE ZEROS TO WRK-QTD-RETIDAS.
           OPEN INPUT VENDAS-SUSPENSAS.
           IF NOT SUSP-OK
               GO TO CARREGAR-RETIDAS-CREDITO-EXIT
           END-IF.
           PERFORM GUARDAR-RETIDA-CREDITO UNTIL SUSP-FIM.
           CLOSE VENDAS-SUSPENSAS.

       CARREGAR-RETIDAS-CREDITO-EXIT.
           EXIT.

       GUARDAR-RETIDA-CREDITO.
           READ VENDAS-SUSPENSAS
               AT END
                   SET SUSP-FIM TO TRUE
           END-READ.
           IF NOT SUSP-FIM AND SUSP-SEM-CREDITO
               IF WRK-QTD-RETIDAS < 500
                   ADD 1 TO WRK-QTD-RETIDAS
                   MOVE SUSP-LOTE TO TAB-RETIDA-LOTE(WRK-QTD-RETIDAS)
                   MOVE SUSP-IMAGEM
                       TO TAB-RETIDA-IMAGEM(WRK-QTD-RETIDAS)
                   MOVE 'N' TO TAB-RETIDA-USADA(WRK-QTD-RETIDAS)
               ELSE
                   DISPLAY 'TABELA DE RETIDAS POR CREDITO CHEIA - '
                           'LOTE ' SUSP-LOTE ' NAO CONSIDERADO.'
               END-IF
           END-IF.

       GUARDAR-RETIDA-CREDITO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LOCALIZAR-RETIDA-CREDITO                                  *
      * A VENDA PARCELADA CORRENTE IGUAL A UMA RETIDA AINDA NAO   *
      * USADA DO MESMO LOTE CONSOME A RETIDA; O INDICE VOLTA EM   *
      * WRK-RETIDA-ACHADA (ZERO = VENDA LIVRE).                   *
      *----------------------------------------------------------*
       LOCALIZAR-RETIDA-CREDITO.
           MOVE ZEROS TO WRK-RETIDA-ACHADA.
           PERFORM COMPARAR-RETIDA-CREDITO
               VARYING WRK-IND-RETIDA FROM 1 BY 1
               UNTIL WRK-IND-RETIDA > WRK-QTD-RETIDAS
                  OR WRK-RETIDA-ACHADA > ZEROS.
           IF WRK-RETIDA-ACHADA > ZEROS
               MOVE 'S' TO TAB-RETIDA-USADA(WRK-RETIDA-ACHADA)
           END-IF.

       LOCALIZAR-RETIDA-CREDITO-EXIT.
           EXIT.

       COMPARAR-RETIDA-CREDITO.
           IF TAB-RETIDA-USADA(WRK-IND-RETIDA) = 'N'
               AND TAB-RETIDA-LOTE(WRK-IND-RETIDA) = WRK-LOTE-NUMERO
               AND TAB-RETIDA-IMAGEM(WRK-IND-RETIDA) = REG-VENDA
               MOVE WRK-IND-RETIDA TO WRK-RETIDA-ACHADA
           END-IF.

       COMPARAR-RETIDA-CREDITO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * PROCESSAR-LIBERADAS                                       *
      * PARCELADAS RETIDAS POR CREDITO E LIBERADAS NO PROGCOB15R  *
      * (VENDLIB): GERA OS CONTRATOS PELAS MESMAS REGRAS DO       *
      * SALESTRN E ESVAZIA O ARQUIVO, PARA QUE A PROXIMA RODADA   *
      * NAO GERE DE NOVO.                                         *
      *----------------------------------------------------------*
       PROCESSAR-LIBERADAS.
           OPEN INPUT VENDAS-LIBERADAS.
           IF NOT LIB-OK
               GO TO PROCESSAR-LIBERADAS-EXIT
           END-IF.
           PERFORM GERAR-LIBERADA UNTIL LIB-FIM.
           CLOSE VENDAS-LIBERADAS.
           OPEN OUTPUT VENDAS-LIBERADAS.
           CLOSE VENDAS-LIBERADAS.

       PROCESSAR-LIBERADAS-EXIT.
           EXIT.

       GERAR-LIBERADA.
           READ VENDAS-LIBERADAS INTO REG-VENDA
               AT END
                   SET LIB-FIM TO TRUE
           END-READ.
           IF NOT LIB-FIM AND REGISTRO-PARCELADA
               ADD 1 TO WRK-QTD-LIBERADAS
               PERFORM GERAR-VENDA-PARCELADA
           END-IF.

       GERAR-LIBERADA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * OBTER-PROXIMO-CONTRATO                                    *
      * VARRE O ARQUIVO DE RECEBIVEIS E DEIXA EM                  *
       VARRER-ULTIMO-CONTRATO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * CONFERIR-PLANO                                            *
      * DE 2 A 6 PARCELAS A VENDA SEGUE SEM JUROS; DE 7 A 12 SO   *
      * COM PLANO CADASTRADO NO PLANOPAR, CUJA TAXA MENSAL FICA   *
      * EM WRK-TAXA-PLANO. FORA DISSO O MOTIVO DA RECUSA VOLTA    *
      * EM WRK-MOTIVO (BRANCO = ACEITA).                          *
      *----------------------------------------------------------*
       CONFERIR-PLANO.
           MOVE SPACES TO WRK-MOTIVO.
           MOVE 'N' TO WRK-PLANO-JUROS.
           MOVE ZEROS TO WRK-TAXA-PLANO.
           IF VENDA-QTD-PARCELAS >= 2
               AND VENDA-QTD-PARCELAS <= 6
               GO TO CONFERIR-PLANO-EXIT
           END-IF.
           IF VENDA-QTD-PARCELAS < 2
               OR VENDA-QTD-PARCELAS > 12
               MOVE 'RECUSADA (PARCELAS FORA DE 2-12): '
                   TO WRK-MOTIVO
               GO TO CONFERIR-PLANO-EXIT
           END-IF.
           IF NOT PLANOS-DISPONIVEIS
               MOVE 'RECUSADA (SEM PLANO COM JUROS): '
                   TO WRK-MOTIVO
               GO TO CONFERIR-PLANO-EXIT
           END-IF.
           MOVE VENDA-QTD-PARCELAS TO PLAN-QTD-PARCELAS.
           READ PLANOS-PARCELAMENTO
               INVALID KEY
                   MOVE 'RECUSADA (SEM PLANO COM JUROS): '
                       TO WRK-MOTIVO
               NOT INVALID KEY
                   MOVE PLAN-TAXA-MENSAL TO WRK-TAXA-PLANO
                   MOVE 'S' TO WRK-PLANO-JUROS
           END-READ.

       CONFERIR-PLANO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * GERAR-CONTRATO                                            *
      * GRAVA AS PARCELAS DA VENDA PARCELADA CORRENTE SOB O       *
      * PROXIMO NUMERO DE CONTRATO. NO PLANO COM JUROS A PARCELA  *
      * SAI DA TABELA PRICE E OS JUROS DO CONTRATO VAO NO         *
      * RELATORIO.                                                *
      *----------------------------------------------------------*
       GERAR-CONTRATO.

           IF CONTRATO-COM-JUROS
               PERFORM CALCULAR-PARCELA-PRICE
           ELSE
               COMPUTE WRK-VALOR-PARCELA ROUNDED =
                   VENDA-VALOR / VENDA-QTD-PARCELAS
               COMPUTE WRK-VALOR-ULTIMA = VENDA-VALOR
                   - (WRK-VALOR-PARCELA * (VENDA-QTD-PARCELAS - 1))
           END-IF.

           MOVE SPACES TO LINHA-GERACAO.
           MOVE VENDA-VALOR TO WRK-VALOR-ED.
                  INTO LINHA-GERACAO.
           WRITE LINHA-GERACAO.

           MOVE SPACES TO CAL-WS-UF.
           MOVE SPACES TO CAL-WS-FILIAL.
           IF CLI-ABERTO
               MOVE VENDA-CPF-CLIENTE TO REG-CPF
               READ CADASTRO-CLIENTE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE REG-UF TO CAL-WS-UF
               END-READ
           END-IF.

           PERFORM GRAVAR-PARCELA
               VARYING WRK-PARC FROM 1 BY 1
               UNTIL WRK-PARC > VENDA-QTD-PARCELAS.

           IF CONTRATO-COM-JUROS
               ADD 1 TO WRK-QTD-COM-JUROS
               MOVE SPACES TO LINHA-GERACAO
               MOVE WRK-TAXA-PLANO TO WRK-TAXA-ED
               MOVE WRK-VALOR-PARCELA TO WRK-VALOR-ED
               MOVE WRK-JUROS-CONTRATO TO WRK-JUROS-ED
               STRING '  PRICE ' DELIMITED BY SIZE
                      WRK-TAXA-ED DELIMITED BY SIZE
                      '% A.M. PARCELA ' DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      ' JUROS ' DELIMITED BY SIZE
                      WRK-JUROS-ED DELIMITED BY SIZE
                      INTO LINHA-GERACAO
               WRITE LINHA-GERACAO
           END-IF.

           ADD 1 TO WRK-PROX-CONTRATO.

       GERAR-CONTRATO-EXIT.
           MOVE VENDA-QTD-PARCELAS TO REC-QTD-PARCELAS.
           PERFORM CALCULAR-VENCIMENTO.
           MOVE WRK-VENC TO REC-VENCIMENTO.
           IF CONTRATO-COM-JUROS
               PERFORM CALCULAR-JUROS-PARCELA
           ELSE
               IF WRK-PARC = VENDA-QTD-PARCELAS
                   MOVE WRK-VALOR-ULTIMA TO REC-VALOR
               ELSE
                   MOVE WRK-VALOR-PARCELA TO REC-VALOR
               END-IF
               MOVE ZEROS TO REC-TAXA-MENSAL
               MOVE ZEROS TO REC-VALOR-JUROS
           END-IF.
           SET REC-ABERTA TO TRUE.
           MOVE ZEROS TO REC-DATA-PGTO.
           MOVE REC-VALOR TO REC-SALDO.
           MOVE ZEROS TO REC-VALOR-PAGO.
           MOVE ZEROS TO REC-ENCARGOS.
           MOVE ZEROS TO REC-CONTRATO-ORIGEM.
           MOVE ZEROS TO REC-NOSSO-NUMERO.
           WRITE REG-RECEBIVEL.
           ADD 1 TO WRK-QTD-PARCELAS.

       GRAVAR-PARCELA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * CALCULAR-PARCELA-PRICE                                    *
      * PARCELA CONSTANTE DA TABELA PRICE SOBRE O VALOR DA VENDA: *
      * PMT = PV * I * (1 + I) ** N / ((1 + I) ** N - 1), COM A   *
      * TAXA DO PLANO CONVERTIDA DE % PARA UNITARIA.              *
      *----------------------------------------------------------*
       CALCULAR-PARCELA-PRICE.

           COMPUTE WRK-TAXA = WRK-TAXA-PLANO / 100.
           COMPUTE WRK-FATOR ROUNDED =
               (1 + WRK-TAXA) ** VENDA-QTD-PARCELAS.
           COMPUTE WRK-VALOR-PARCELA ROUNDED =
               VENDA-VALOR * WRK-TAXA * WRK-FATOR
               / (WRK-FATOR - 1).
           MOVE VENDA-VALOR TO WRK-SALDO.
           MOVE ZEROS TO WRK-JUROS-CONTRATO.

       CALCULAR-PARCELA-PRICE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * CALCULAR-JUROS-PARCELA                                    *
      * JUROS DA PARCELA = SALDO DEVEDOR * TAXA; O RESTO DA       *
      * PARCELA AMORTIZA O SALDO. A ULTIMA PARCELA QUITA O SALDO  *
      * QUE SOBROU, ABSORVENDO A DIFERENCA DE ARREDONDAMENTO.     *
      *----------------------------------------------------------*
       CALCULAR-JUROS-PARCELA.

           COMPUTE WRK-JUROS-PARCELA ROUNDED = WRK-SALDO * WRK-TAXA.
           IF WRK-PARC = VENDA-QTD-PARCELAS
               COMPUTE REC-VALOR = WRK-SALDO + WRK-JUROS-PARCELA
               MOVE ZEROS TO WRK-SALDO
           ELSE
               MOVE WRK-VALOR-PARCELA TO REC-VALOR
               COMPUTE WRK-SALDO = WRK-SALDO
                   - (WRK-VALOR-PARCELA - WRK-JUROS-PARCELA)
           END-IF.
           MOVE WRK-TAXA-PLANO TO REC-TAXA-MENSAL.
           MOVE WRK-JUROS-PARCELA TO REC-VALOR-JUROS.
           ADD WRK-JUROS-PARCELA TO WRK-JUROS-CONTRATO.

       CALCULAR-JUROS-PARCELA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * CALCULAR-VENCIMENTO                                       *
      * VENCIMENTO DA PARCELA N: MESMO DIA (LIMITADO A 28) N      *
