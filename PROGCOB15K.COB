      *FEITAS. TOTAL DE BAIXAS EM RUN-STATS.
      *DATA   = 11/03/22
      *HISTORICO DE ALTERACOES
      *22/04/22 KA JUROS DOS PLANOS COM JUROS (TABELA PRICE): OS
      *JUROS EMBUTIDOS NAS PARCELAS BAIXADAS (REC-VALOR-JUROS) SAO
      *APROPRIADOS COMO RECEITA FINANCEIRA NA BAIXA, E NAO NA
      *VENDA - A PARTE DE JUROS DO RECEBIDO VAI PARA O JORNAL EM
      *DEBITO CAIXA X CREDITO RECEITA-FIN PELO TOTAL DA RODADA,
      *COM O TOTAL NO RELATORIO
      *23/04/22 KA PAGAMENTO PARCIAL: O VALOR PAGO ABATE O SALDO
      *DA PARCELA (REC-SALDO) E ELA SO E QUITADA COM SALDO ZERO;
      *SO E RECUSADO O PAGAMENTO ACIMA DO SALDO. PAGAMENTO APOS
      *O VENCIMENTO LANCA NA PARCELA A MULTA (REC-MULTA-PCT,
      *PADRAO 2%, UMA VEZ) E OS JUROS DE MORA POR DIA CORRIDO
      *(REC-MORA-DIA-PCT, PADRAO 0,0333%) DE PARAMETROS, COMO O
      *PROGCOB08I FAZ NAS MENSALIDADES. CADA PAGAMENTO QUITA
      *PRIMEIRO OS ENCARGOS E OS JUROS DO PLANO, QUE VAO PARA A
      *RECEITA FINANCEIRA DO JORNAL, E DEPOIS O PRINCIPAL.
      *PARCELA RENEGOCIADA (RECRENEG) E RECUSADA
      *25/04/22 KA PAGAMENTO DE PARCELA BAIXADA COMO PERDA
      *(RECPERDA) DEIXA DE SER RECUSADO E ENTRA COMO RECUPERACAO
      *DE CREDITO: ABATE O SALDO BAIXADO, SEM ENCARGOS, E VAI
      *PARA O JORNAL COMO DEBITO CAIXA X CREDITO RECUPERACAO
      *27/05/22 KA CONTA DA LINHA DE JORNAL CONFERIDA NO
      *PLANO DE CONTAS (PLCONTAS)
      *12/06/22 KA O PRINCIPAL RECEBIDO (O QUE O PAGAMENTO QUITA
      *DEPOIS DOS JUROS E ENCARGOS) VAI PARA O JORNAL EM DEBITO
      *CAIXA X CREDITO CLIENTES-REC, A CONTA DEBITADA NA VENDA
      *PARCELADA (PROGCOB15) E NA FATURA DE MEDICAO (PROGCOB11F);
      *TOTAL NO RELATORIO
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS REC-CHAVE
               FILE STATUS IS WRK-REC-STATUS.

           SELECT PARAMETROS ASSIGN TO "PARAMETR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARM-CHAVE
               FILE STATUS IS PARM-WS-STATUS.

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

           SELECT RELATORIO-BAIXA ASSIGN TO "RECBAIXA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.
       FD  CONTAS-RECEBER.
           COPY 'RECEB.CPY'.

       FD  PARAMETROS.
           COPY 'PARAMETROS.CPY'.

       FD  JORNAL-EXTRATO.
           COPY 'JORNAL.CPY'.

       FD  PERIODO-CONTABIL.
           COPY 'PERCTL.CPY'.

       FD  JORNAL-RETIDO.
           COPY 'JRNHELD.CPY'.

       FD  PLANO-CONTAS.
           COPY 'PLCONTAS.CPY'.

       FD  RELATORIO-BAIXA.
       01  LINHA-BAIXA         PIC X(80).


       WORKING-STORAGE SECTION.
           COPY 'RUNSTATSW.CPY'.
           COPY 'JORNALW.CPY'.
           COPY 'PARAMETROSW.CPY'.
       77 WRK-PAG-STATUS PIC X(02) VALUE ZEROS.
           88 PAG-OK VALUE '00'.
           88 PAG-FIM VALUE '10'.
       77 WRK-QTD-LIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-BAIXADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-RECUSADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-PARCIAIS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-RECUPERADOS PIC 9(05) VALUE ZEROS.
      *ENCARGOS DE ATRASO (PARAMETROS REC-MULTA-PCT E
      *REC-MORA-DIA-PCT, EM % SOBRE O SALDO DA PARCELA)
       77 WRK-MULTA-PCT PIC 9(02)V99 VALUE 2.
       77 WRK-MORA-DIA-PCT PIC 9(01)V9999 VALUE 0,0333.
       77 WRK-MULTA PIC 9(07)V99 VALUE ZEROS.
       77 WRK-MORA PIC 9(07)V99 VALUE ZEROS.
       77 WRK-DIAS-ATRASO PIC 9(05) VALUE ZEROS.
       77 WRK-DATA-BASE PIC 9(08) VALUE ZEROS.
       77 WRK-SALDO-ATUAL PIC 9(07)V99 VALUE ZEROS.
      *PARTE FINANCEIRA DA PARCELA (JUROS DO PLANO + ENCARGOS) E
      *QUANTO DELA JA FOI RECEBIDO ANTES E DEPOIS DO PAGAMENTO
       77 WRK-FINANCEIRO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-RECEITA-ANTES PIC 9(07)V99 VALUE ZEROS.
       77 WRK-RECEITA-DEPOIS PIC 9(07)V99 VALUE ZEROS.
      *JUROS DAS PARCELAS BAIXADAS NA RODADA (RECEITA FINANCEIRA)
       77 WRK-JRN-JUROS PIC 9(09)V99 VALUE ZEROS.
      *PRINCIPAL DAS PARCELAS BAIXADAS NA RODADA (CLIENTES-REC)
       77 WRK-JRN-PRINCIPAL PIC 9(09)V99 VALUE ZEROS.
      *RECEBIDO NA RODADA DE PARCELAS BAIXADAS COMO PERDA
       77 WRK-JRN-RECUPERADO PIC 9(09)V99 VALUE ZEROS.
           COPY 'MONEY.CPY' REPLACING ==MONEY-FIELD-NAME==
               BY ==WRK-VALOR-ED==.
           COPY 'MONEY.CPY' REPLACING ==MONEY-FIELD-NAME==
               BY ==WRK-SALDO-ED==.
           COPY 'RUNDATE.CPY'.
           COPY 'RPTHDR.CPY'.

       0002-INICIALIZAR.

           PERFORM OBTER-DATA-EXECUCAO.
           MOVE 'REC-MULTA-PCT' TO PARM-CODIGO.
           PERFORM LER-PARAMETRO.
           IF PARM-VALOR > ZEROS
               MOVE PARM-VALOR TO WRK-MULTA-PCT
           END-IF.
           MOVE 'REC-MORA-DIA-PCT' TO PARM-CODIGO.
           PERFORM LER-PARAMETRO.
           IF PARM-VALOR > ZEROS
               MOVE PARM-VALOR TO WRK-MORA-DIA-PCT
           END-IF.
           PERFORM FECHAR-PARAMETROS.

           OPEN INPUT PAGAMENTOS-RECEBER.
           IF PAG-NAO-ENCONTRADO
               DISPLAY 'ARQUIVO RECPAG NAO ENCONTRADO.'
       0003-PROCESSAR.

           ADD 1 TO WRK-QTD-LIDOS.
           PERFORM BAIXAR-PARCELA THRU BAIXAR-PARCELA-EXIT.
           READ PAGAMENTOS-RECEBER
               AT END
                   SET PAG-FIM TO TRUE
                          WRK-QTD-LIDOS DELIMITED BY SIZE
                          '  BAIXADOS: ' DELIMITED BY SIZE
                          WRK-QTD-BAIXADOS DELIMITED BY SIZE
                          '  PARCIAIS: ' DELIMITED BY SIZE
                          WRK-QTD-PARCIAIS DELIMITED BY SIZE
                          '  RECUSADOS: ' DELIMITED BY SIZE
                          WRK-QTD-RECUSADOS DELIMITED BY SIZE
                          INTO LINHA-BAIXA
                   WRITE LINHA-BAIXA
                   MOVE SPACES TO LINHA-BAIXA
                   MOVE WRK-JRN-PRINCIPAL TO WRK-VALOR-ED
                   STRING 'PRINCIPAL RECEBIDO (CLIENTES-REC): '
                          DELIMITED BY SIZE
                          WRK-VALOR-ED DELIMITED BY SIZE
                          INTO LINHA-BAIXA
                   WRITE LINHA-BAIXA
                   MOVE SPACES TO LINHA-BAIXA
                   MOVE WRK-JRN-JUROS TO WRK-VALOR-ED
                   STRING 'JUROS E ENCARGOS (RECEITA-FIN): '
                          DELIMITED BY SIZE
                          WRK-VALOR-ED DELIMITED BY SIZE
                          INTO LINHA-BAIXA
                   WRITE LINHA-BAIXA
                   MOVE SPACES TO LINHA-BAIXA
                   MOVE WRK-JRN-RECUPERADO TO WRK-VALOR-ED
                   STRING 'RECUPERACAO DE PERDAS ('
                          DELIMITED BY SIZE
                          WRK-QTD-RECUPERADOS DELIMITED BY SIZE
                          '): ' DELIMITED BY SIZE
                          WRK-VALOR-ED DELIMITED BY SIZE
                          INTO LINHA-BAIXA
                   WRITE LINHA-BAIXA
                   CLOSE RELATORIO-BAIXA
                   PERFORM LANCAR-JORNAL-PRINCIPAL
                       THRU LANCAR-JORNAL-PRINCIPAL-EXIT
                   PERFORM LANCAR-JORNAL-JUROS
                       THRU LANCAR-JORNAL-JUROS-EXIT
                   PERFORM LANCAR-JORNAL-RECUPERACAO
                       THRU LANCAR-JORNAL-RECUPERACAO-EXIT
                   PERFORM FECHAR-JORNAL
               END-IF
           END-IF.

           DISPLAY 'PROGCOB15K' '   DATA: ' RUNDATE-HOJE-ED.
           DISPLAY 'PAGAMENTOS LIDOS..: ' WRK-QTD-LIDOS.
           DISPLAY 'PARCELAS BAIXADAS.: ' WRK-QTD-BAIXADOS.
           DISPLAY 'PAGAMENTOS PARCIAIS: ' WRK-QTD-PARCIAIS.
           DISPLAY 'PAGAMENTOS RECUSADOS: ' WRK-QTD-RECUSADOS.
           DISPLAY 'PRINCIPAL RECEBIDO: ' WRK-JRN-PRINCIPAL.
           DISPLAY 'JUROS E ENCARGOS..: ' WRK-JRN-JUROS.
           DISPLAY 'RECUPERACOES......: ' WRK-QTD-RECUPERADOS
                   ' VALOR ' WRK-JRN-RECUPERADO.
           DISPLAY 'RELATORIO GRAVADO EM RECBAIXA.'.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.


      *----------------------------------------------------------*
      * BAIXAR-PARCELA                                            *
      * LOCALIZA A PARCELA DO PAGAMENTO, LANCA OS ENCARGOS DE     *
      * ATRASO E ABATE O VALOR PAGO DO SALDO; COM SALDO ZERO A    *
      * PARCELA E QUITADA, SENAO FICA ABERTA COM O SALDO QUE      *
      * RESTA. PARCELA DESCONHECIDA, JA PAGA OU RENEGOCIADA E     *
      * PAGAMENTO ACIMA DO SALDO SAO RECUSADOS COM O MOTIVO NO    *
      * RELATORIO. PARCELA BAIXADA COMO PERDA VAI PARA A          *
      * RECUPERACAO.                                              *
      *----------------------------------------------------------*
       BAIXAR-PARCELA.

               NOT INVALID KEY
                   IF REC-PAGA
                       MOVE 'PARCELA JA PAGA' TO WRK-MOTIVO
                   END-IF
                   IF REC-RENEGOCIADA
                       MOVE 'PARCELA RENEGOCIADA' TO WRK-MOTIVO
                   END-IF
           END-READ.
           IF WRK-MOTIVO = SPACES
               IF PAG-VALOR = ZEROS
                   MOVE 'VALOR ZERADO' TO WRK-MOTIVO
               END-IF
               IF FUNCTION TEST-DATE-YYYYMMDD(PAG-DATA) NOT = ZEROS
                   MOVE 'DATA DE PAGAMENTO INVALIDA' TO WRK-MOTIVO
               END-IF
           END-IF.
           IF WRK-MOTIVO = SPACES AND REC-BAIXADA-PERDA
               PERFORM RECUPERAR-PARCELA THRU RECUPERAR-PARCELA-EXIT
               GO TO BAIXAR-PARCELA-EXIT
           END-IF.
           IF WRK-MOTIVO = SPACES
               PERFORM CALCULAR-ENCARGOS THRU CALCULAR-ENCARGOS-EXIT
               COMPUTE WRK-SALDO-ATUAL =
                   REC-SALDO + WRK-MULTA + WRK-MORA
               IF PAG-VALOR > WRK-SALDO-ATUAL
                   MOVE 'VALOR ACIMA DO SALDO' TO WRK-MOTIVO
               END-IF
           END-IF.

           MOVE SPACES TO LINHA-BAIXA.
           IF WRK-MOTIVO NOT = SPACES
               ADD 1 TO WRK-QTD-RECUSADOS
               STRING 'RECUSADA CONTRATO ' DELIMITED BY SIZE
                      PAG-CONTRATO DELIMITED BY SIZE
                      ' PARCELA ' DELIMITED BY SIZE
                      PAG-PARCELA DELIMITED BY SIZE
                      ' - ' DELIMITED BY SIZE
                      WRK-MOTIVO DELIMITED BY SIZE
                      INTO LINHA-BAIXA
               WRITE LINHA-BAIXA
               GO TO BAIXAR-PARCELA-EXIT
           END-IF.

           ADD WRK-MULTA TO REC-ENCARGOS.
           ADD WRK-MORA TO REC-ENCARGOS.
           MOVE WRK-SALDO-ATUAL TO REC-SALDO.
           PERFORM APROPRIAR-RECEITA.
           SUBTRACT PAG-VALOR FROM REC-SALDO.
           MOVE PAG-DATA TO REC-DATA-PGTO.
           MOVE PAG-VALOR TO WRK-VALOR-ED.
           IF REC-SALDO = ZEROS
               SET REC-PAGA TO TRUE
               ADD 1 TO WRK-QTD-BAIXADOS
               STRING 'BAIXADA  CONTRATO ' DELIMITED BY SIZE
                      PAG-CONTRATO DELIMITED BY SIZE
                      ' PARCELA ' DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      INTO LINHA-BAIXA
           ELSE
               ADD 1 TO WRK-QTD-PARCIAIS
               MOVE REC-SALDO TO WRK-SALDO-ED
               STRING 'PARCIAL  CONTRATO ' DELIMITED BY SIZE
                      PAG-CONTRATO DELIMITED BY SIZE
                      ' PARCELA ' DELIMITED BY SIZE
                      PAG-PARCELA DELIMITED BY SIZE
                      ' PAGO ' DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      ' SALDO ' DELIMITED BY SIZE
                      WRK-SALDO-ED DELIMITED BY SIZE
                      INTO LINHA-BAIXA
           END-IF.
           REWRITE REG-RECEBIVEL.
           WRITE LINHA-BAIXA.
           IF WRK-MULTA > ZEROS OR WRK-MORA > ZEROS
               MOVE WRK-MULTA TO WRK-VALOR-ED
               MOVE WRK-MORA TO WRK-SALDO-ED
               MOVE SPACES TO LINHA-BAIXA
               STRING '  ENCARGOS: MULTA ' DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      ' MORA ' DELIMITED BY SIZE
                      WRK-SALDO-ED DELIMITED BY SIZE
                      ' (' DELIMITED BY SIZE
                      WRK-DIAS-ATRASO DELIMITED BY SIZE
                      ' DIAS)' DELIMITED BY SIZE
                      INTO LINHA-BAIXA
               WRITE LINHA-BAIXA
           END-IF.

       BAIXAR-PARCELA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * RECUPERAR-PARCELA                                         *
      * PAGAMENTO DE PARCELA BAIXADA COMO PERDA: ABATE O SALDO    *
      * BAIXADO SEM LANCAR ENCARGOS E ACUMULA O VALOR COMO        *
      * RECUPERACAO DE CREDITO; A PARCELA CONTINUA 'B'. VALOR     *
      * ACIMA DO SALDO BAIXADO E RECUSADO.                        *
      *----------------------------------------------------------*
       RECUPERAR-PARCELA.

           MOVE SPACES TO LINHA-BAIXA.
           IF PAG-VALOR > REC-SALDO
               ADD 1 TO WRK-QTD-RECUSADOS
               STRING 'RECUSADA CONTRATO ' DELIMITED BY SIZE
                      PAG-CONTRATO DELIMITED BY SIZE
                      ' PARCELA ' DELIMITED BY SIZE
                      PAG-PARCELA DELIMITED BY SIZE
                      ' - ' DELIMITED BY SIZE
                      'VALOR ACIMA DO SALDO BAIXADO' DELIMITED BY SIZE
                      INTO LINHA-BAIXA
               WRITE LINHA-BAIXA
               GO TO RECUPERAR-PARCELA-EXIT
           END-IF.
           SUBTRACT PAG-VALOR FROM REC-SALDO.
           ADD PAG-VALOR TO REC-VALOR-PAGO.
           MOVE PAG-DATA TO REC-DATA-PGTO.
           REWRITE REG-RECEBIVEL.
           ADD 1 TO WRK-QTD-RECUPERADOS.
           ADD PAG-VALOR TO WRK-JRN-RECUPERADO.
           MOVE PAG-VALOR TO WRK-VALOR-ED.
           MOVE REC-SALDO TO WRK-SALDO-ED.
           STRING 'RECUPER. CONTRATO ' DELIMITED BY SIZE
                  PAG-CONTRATO DELIMITED BY SIZE
                  ' PARCELA ' DELIMITED BY SIZE
                  PAG-PARCELA DELIMITED BY SIZE
                  ' PAGO ' DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  ' SALDO ' DELIMITED BY SIZE
                  WRK-SALDO-ED DELIMITED BY SIZE
                  INTO LINHA-BAIXA.
           WRITE LINHA-BAIXA.

       RECUPERAR-PARCELA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * CALCULAR-ENCARGOS                                         *
      * PAGAMENTO APOS O VENCIMENTO: MULTA SOBRE O SALDO, SO NO   *
      * PRIMEIRO PAGAMENTO EM ATRASO (PARCELA AINDA SEM           *
      * ENCARGOS), E JUROS DE MORA POR DIA CORRIDO DESDE O        *
      * VENCIMENTO OU DESDE O ULTIMO PAGAMENTO, O QUE FOR MAIS    *
      * RECENTE.                                                  *
      *----------------------------------------------------------*
       CALCULAR-ENCARGOS.

           MOVE ZEROS TO WRK-MULTA.
           MOVE ZEROS TO WRK-MORA.
           MOVE ZEROS TO WRK-DIAS-ATRASO.
           IF PAG-DATA NOT > REC-VENCIMENTO
               GO TO CALCULAR-ENCARGOS-EXIT
           END-IF.
           IF REC-ENCARGOS = ZEROS
               COMPUTE WRK-MULTA ROUNDED =
                   REC-SALDO * WRK-MULTA-PCT / 100
           END-IF.
           IF REC-DATA-PGTO > REC-VENCIMENTO
               MOVE REC-DATA-PGTO TO WRK-DATA-BASE
           ELSE
               MOVE REC-VENCIMENTO TO WRK-DATA-BASE
           END-IF.
           IF PAG-DATA > WRK-DATA-BASE
               COMPUTE WRK-DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE(PAG-DATA)
                   - FUNCTION INTEGER-OF-DATE(WRK-DATA-BASE)
               COMPUTE WRK-MORA ROUNDED = REC-SALDO
                   * WRK-MORA-DIA-PCT / 100 * WRK-DIAS-ATRASO
           END-IF.

       CALCULAR-ENCARGOS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * APROPRIAR-RECEITA                                         *
      * O PAGAMENTO QUITA PRIMEIRO A PARTE FINANCEIRA DA PARCELA  *
      * (JUROS DO PLANO + ENCARGOS DE ATRASO) E DEPOIS O          *
      * PRINCIPAL: O QUE ESTE PAGAMENTO COBRIU DA PARTE           *
      * FINANCEIRA VAI PARA A RECEITA FINANCEIRA DA RODADA, E O   *
      * RESTO PARA O PRINCIPAL RECEBIDO DA RODADA.                *
      *----------------------------------------------------------*
       APROPRIAR-RECEITA.

           COMPUTE WRK-FINANCEIRO = REC-VALOR-JUROS + REC-ENCARGOS.
           IF REC-VALOR-PAGO < WRK-FINANCEIRO
               MOVE REC-VALOR-PAGO TO WRK-RECEITA-ANTES
           ELSE
               MOVE WRK-FINANCEIRO TO WRK-RECEITA-ANTES
           END-IF.
           ADD PAG-VALOR TO REC-VALOR-PAGO.
           IF REC-VALOR-PAGO < WRK-FINANCEIRO
               MOVE REC-VALOR-PAGO TO WRK-RECEITA-DEPOIS
           ELSE
               MOVE WRK-FINANCEIRO TO WRK-RECEITA-DEPOIS
           END-IF.
           COMPUTE WRK-JRN-JUROS = WRK-JRN-JUROS
               + WRK-RECEITA-DEPOIS - WRK-RECEITA-ANTES.
           COMPUTE WRK-JRN-PRINCIPAL = WRK-JRN-PRINCIPAL + PAG-VALOR
               - WRK-RECEITA-DEPOIS + WRK-RECEITA-ANTES.

       APROPRIAR-RECEITA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LANCAR-JORNAL-JUROS                                       *
      * APROPRIA OS JUROS E ENCARGOS RECEBIDOS NA RODADA: DEBITO  *
      * CAIXA X CREDITO RECEITA-FIN. AO CONTRARIO DO PRINCIPAL,   *
      * QUE JA ESTA EM CLIENTES-REC DESDE A VENDA OU A FATURA,    *
      * JUROS E ENCARGOS SO SAO RECEITA QUANDO A PARCELA E PAGA.  *
      *----------------------------------------------------------*
       LANCAR-JORNAL-JUROS.

           IF WRK-JRN-JUROS = ZEROS
               GO TO LANCAR-JORNAL-JUROS-EXIT
           END-IF.
           MOVE ZEROS TO JRN-LOTE.
           MOVE 'JUROS/ENCARGOS DE PARCELAS' TO JRN-HISTORICO.
           MOVE 'CAIXA' TO JRN-CONTA.
           SET JRN-DEBITO TO TRUE.
           MOVE WRK-JRN-JUROS TO JRN-VALOR.
           PERFORM GRAVAR-JORNAL.
           MOVE 'RECEITA-FIN' TO JRN-CONTA.
           SET JRN-CREDITO TO TRUE.
           MOVE WRK-JRN-JUROS TO JRN-VALOR.
           PERFORM GRAVAR-JORNAL.

       LANCAR-JORNAL-JUROS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LANCAR-JORNAL-PRINCIPAL                                   *
      * PRINCIPAL DAS PARCELAS RECEBIDO NA RODADA: DEBITO CAIXA X *
      * CREDITO CLIENTES-REC, QUE A VENDA PARCELADA (PROGCOB15) E *
      * A FATURA DE MEDICAO DE OBRA (PROGCOB11F) DEBITARAM. A     *
      * RETENCAO CONTRATUAL DA OBRA NAO ESTA NO RECEB E NAO PASSA *
      * POR ESTA BAIXA.                                           *
      *----------------------------------------------------------*
       LANCAR-JORNAL-PRINCIPAL.

           IF WRK-JRN-PRINCIPAL = ZEROS
               GO TO LANCAR-JORNAL-PRINCIPAL-EXIT
           END-IF.
           MOVE ZEROS TO JRN-LOTE.
           MOVE 'PRINCIPAL DE PARCELAS RECEBIDO' TO JRN-HISTORICO.
           MOVE 'CAIXA' TO JRN-CONTA.
           SET JRN-DEBITO TO TRUE.
           MOVE WRK-JRN-PRINCIPAL TO JRN-VALOR.
           PERFORM GRAVAR-JORNAL.
           MOVE 'CLIENTES-REC' TO JRN-CONTA.
           SET JRN-CREDITO TO TRUE.
           MOVE WRK-JRN-PRINCIPAL TO JRN-VALOR.
           PERFORM GRAVAR-JORNAL.

       LANCAR-JORNAL-PRINCIPAL-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LANCAR-JORNAL-RECUPERACAO                                 *
      * RECEBIMENTOS DE PARCELAS JA BAIXADAS COMO PERDA NA        *
      * RODADA: DEBITO CAIXA X CREDITO RECUPERACAO (A PERDA FOI   *
      * LANCADA NA BAIXA PELO RECPERDA).                          *
      *----------------------------------------------------------*
       LANCAR-JORNAL-RECUPERACAO.

           IF WRK-JRN-RECUPERADO = ZEROS
               GO TO LANCAR-JORNAL-RECUPERACAO-EXIT
           END-IF.
           MOVE ZEROS TO JRN-LOTE.
           MOVE 'RECUPERACAO DE PERDAS' TO JRN-HISTORICO.
           MOVE 'CAIXA' TO JRN-CONTA.
           SET JRN-DEBITO TO TRUE.
           MOVE WRK-JRN-RECUPERADO TO JRN-VALOR.
           PERFORM GRAVAR-JORNAL.
           MOVE 'RECUPERACAO' TO JRN-CONTA.
           SET JRN-CREDITO TO TRUE.
           MOVE WRK-JRN-RECUPERADO TO JRN-VALOR.
           PERFORM GRAVAR-JORNAL.

       LANCAR-JORNAL-RECUPERACAO-EXIT.
           EXIT.

           COPY 'RUNDATEP.CPY'.
           COPY 'RPTHDRP.CPY'.
           COPY 'PARAMETROSP.CPY'.
           COPY 'JORNALP.CPY' REPLACING ==JRN-PROGRAM-ID==
               BY =='PROGCOB15K'==.
           COPY 'RUNSTATSP.CPY' REPLACING ==STATS-PROGRAM-ID==
               BY =='PROGCOB15K'==.
