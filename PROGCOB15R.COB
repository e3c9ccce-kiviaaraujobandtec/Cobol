      *GERACAO ACOMPANHA A IMAGEM AMPLIADA DO SUSPENSO.
      *11/03/22 KA A VENDA PARCELADA (TIPO 'P') PASSA A SER
      *ACEITA NO REPROCESSAMENTO COMO VENDA NORMAL
      *18/04/22 KA ACOMPANHA O PRODUTO E A QUANTIDADE DO
      *VENDAS.CPY: O PRODUTO E CONFERIDO PELAS REGRAS DO ESTOQUE
      *(MOTIVOS PRD, QTD E EST, COMO O PROGCOB15) E O REGISTRO
      *APROVADO BAIXA (OU, NA DEVOLUCAO, RETORNA) A QUANTIDADE NO
      *ESTOQUE-MASTER PELO CUSTO MEDIO, COM A LINHA NO ESTLOG. A
      *NOVA GERACAO ACOMPANHA A IMAGEM AMPLIADA DO SUSPENSO.
      *19/04/22 KA O REGISTRO APROVADO ACUMULA A RECEITA E O
      *CUSTO DA BAIXA NO HISTORICO DE MARGEM VENDMARG, COMO O
      *PROGCOB15 (O REPROCESSO NAO GERA LANCAMENTOS NO JORNAL)
      *20/04/22 KA ACOMPANHA A FORMA DE PAGAMENTO DO VENDAS.CPY:
      *A VENDA E CONFERIDA PELA MESMA REGRA DO PROGCOB15 (MOTIVO
      *PAG) E A VENDA NO CARTAO APROVADA GRAVA A LIQUIDACAO
      *PREVISTA NO CARTPREV, PARA A CONCILIACAO DO PROGCOB15Q.
      *A NOVA GERACAO ACOMPANHA A IMAGEM AMPLIADA DO SUSPENSO.
      *25/05/22 KA O VENDSUSPN E REGISTRADO COMO NOVA GERACAO DO
      *VENDSUSP NO ARQUIVO GERACAO, COM A CONTAGEM AINDA EM
      *SUSPENSO - A PROMOCAO E FEITA PELO GERPROM NA RODADA
      *NOTURNA
      *03/06/22 KA REGISTRO APROVADO COM CPF LANCA OS PONTOS DE
      *FIDELIDADE PELA MESMA REGRA DO PROGCOB15 (CREDITO NA VENDA
      *PARA QUEM ACEITA MARKETING, ESTORNO NA DEVOLUCAO)
      *04/06/22 KA VENDA PARCELADA RETIDA POR CREDITO (MOTIVO CRD)
      *TEM O LIMITE CONFERIDO DE NOVO PELA MESMA REGRA DO
      *PROGCOB15 (LIMCREDP.CPY); LIBERADA, VAI TAMBEM PARA O
      *VENDLIB, DE ONDE O PROGCOB15J GERA AS PARCELAS. ENQUANTO
      *NAO FOR LIBERADA SEGUE NO VENDSUSPN COMO CRD, MESMO QUE O
      *MOTIVO DA VEZ SEJA OUTRO (MOSTRADO NA TELA)
      *10/06/22 KA ACOMPANHA O CONGELAMENTO DO INVENTARIO FISICO
      *NO ESTMOVP: PRODUTO AINDA EM CONTAGEM (INVCONT) SEGUE
      *SUSPENSO COM O MOTIVO INV, COMO NO PROGCOB15
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS CCOMP-CHAVE
               FILE STATUS IS WRK-CCOMP-STATUS.

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

           SELECT VENDA-MARGEM ASSIGN TO "VENDMARG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MARG-CHAVE
               FILE STATUS IS WRK-MARG-STATUS.

           SELECT CARTAO-PREVISTO ASSIGN TO "CARTPREV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPRV-NSU
               FILE STATUS IS CPRV-WS-STATUS.

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

           SELECT LIMITE-CREDITO ASSIGN TO "LIMCRED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIM-CPF
               FILE STATUS IS LIMC-WS-STATUS.

           SELECT CONTAS-RECEBER ASSIGN TO "RECEB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-CHAVE
               FILE STATUS IS LIMC-WS-REC-STATUS.

           SELECT VENDAS-LIBERADAS ASSIGN TO "VENDLIB"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-LIB-STATUS.

           SELECT REGISTRO-GERACAO ASSIGN TO "GERACAO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GER-CHAVE
               FILE STATUS IS GER-WS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDAS-SUSPENSAS.
           COPY 'VENDSUSP.CPY'.

       FD  SUSPENSAS-NOVO.
       01  REG-VENDA-SUSP-NOVO  PIC X(76).

       FD  VENDEDOR-MASTER.
           COPY 'VENDMST.CPY'.
       FD  COMPRAS-CLIENTE.
           COPY 'CLICOMP.CPY'.

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

       FD  VENDA-MARGEM.
           COPY 'VENDMARG.CPY'.

       FD  CARTAO-PREVISTO.
           COPY 'CARTPREV.CPY'.

       FD  PONTOS-SALDO.
           COPY 'PONTSALD.CPY'.

       FD  PONTOS-MOVIMENTOS.
           COPY 'PONTMOV.CPY'.

       FD  PARAMETROS.
           COPY 'PARAMETROS.CPY'.

       FD  LIMITE-CREDITO.
           COPY 'LIMCRED.CPY'.

       FD  CONTAS-RECEBER.
           COPY 'RECEB.CPY'.

       FD  VENDAS-LIBERADAS.
       01  REG-VENDA-LIBERADA   PIC X(67).

       FD  REGISTRO-GERACAO.
           COPY 'GERACAO.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'CALENDW.CPY'.
           COPY 'ESTMOVW.CPY'.
           COPY 'CARTPRVW.CPY'.
           COPY 'PONTOSW.CPY'.
           COPY 'PARAMETROSW.CPY'.
           COPY 'GERACAOW.CPY'.
           COPY 'LIMCREDW.CPY'.
       77  WRK-SUSP-STATUS       PIC X(02) VALUE ZEROS.
           88 SUSP-OK VALUE '00'.
           88 SUSP-FIM VALUE '10'.
           88 CLIENTE-VALIDO VALUE 'S'.
       77  WRK-CCOMP-ACHADO      PIC X(01) VALUE 'N'.
           88 COMPRA-DO-DIA-EXISTE VALUE 'S'.
       77  WRK-MARG-STATUS       PIC X(02) VALUE ZEROS.
           88 MARG-OK VALUE '00'.
           88 MARG-NAO-ENCONTRADO VALUE '23' '35'.
       77  WRK-MARG-ACHADO       PIC X(01) VALUE 'N'.
           88 MARGEM-DO-DIA-EXISTE VALUE 'S'.
       77  WRK-CUSTO-TRANSACAO   PIC 9(09)V99 VALUE ZEROS.
       77  WRK-LIB-STATUS        PIC X(02) VALUE ZEROS.
           88 LIB-NAO-ENCONTRADO VALUE '35'.
       77  WRK-RETIDA-CREDITO    PIC X(01) VALUE 'N'.
           88 VENDA-RETIDA-CREDITO VALUE 'S'.

       77  WRK-TOTAL-LIDOS       PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-APROVADOS   PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-REPROVADOS  PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-LIBERADAS   PIC 9(05) VALUE ZEROS.
           COPY 'RUNDATE.CPY'.

       PROCEDURE DIVISION.
                   CLOSE COMPRAS-CLIENTE
                   OPEN I-O COMPRAS-CLIENTE
               END-IF
               PERFORM ABRIR-ESTOQUE
               OPEN I-O VENDA-MARGEM
               IF MARG-NAO-ENCONTRADO
                   OPEN OUTPUT VENDA-MARGEM
                   CLOSE VENDA-MARGEM
                   OPEN I-O VENDA-MARGEM
               END-IF
               PERFORM ABRIR-CARTAO-PREVISTO
               PERFORM ABRIR-PONTOS
               PERFORM ABRIR-LIMITE-CREDITO
               PERFORM ABRIR-RECEB-CREDITO
               OPEN EXTEND VENDAS-LIBERADAS
               IF LIB-NAO-ENCONTRADO
                   OPEN OUTPUT VENDAS-LIBERADAS
               END-IF
               READ VENDAS-SUSPENSAS
                   AT END
                       SET SUSP-FIM TO TRUE
           ADD 1 TO WRK-TOTAL-LIDOS.
           MOVE SUSP-IMAGEM TO REG-VENDA.
           MOVE SPACES TO WRK-MOTIVO-NOVO.
           MOVE 'N' TO WRK-RETIDA-CREDITO.
           IF SUSP-SEM-CREDITO AND REGISTRO-PARCELADA
               MOVE 'S' TO WRK-RETIDA-CREDITO
           END-IF.

           IF NOT REGISTRO-VENDA AND NOT REGISTRO-DEVOLUCAO
               AND NOT REGISTRO-PARCELADA
                       MOVE 'CLI' TO WRK-MOTIVO-NOVO
                   END-IF
               END-IF
               IF WRK-MOTIVO-NOVO = SPACES
                   PERFORM VALIDAR-PRODUTO
               END-IF
               IF WRK-MOTIVO-NOVO = SPACES
                   AND NOT REGISTRO-DEVOLUCAO
                   PERFORM CONFERIR-PAGAMENTO
                       THRU CONFERIR-PAGAMENTO-EXIT
                   IF NOT CPRV-PAGAMENTO-OK
                       MOVE CPRV-WS-MOTIVO TO WRK-MOTIVO-NOVO
                   END-IF
               END-IF
               IF WRK-MOTIVO-NOVO = SPACES
                   AND VENDA-RETIDA-CREDITO
                   PERFORM VALIDAR-CREDITO
               END-IF
           END-IF.

           IF WRK-MOTIVO-NOVO = SPACES
               PERFORM LANCAR-HISTORICO
               IF VENDA-CPF-CLIENTE > ZEROS
                   PERFORM LANCAR-COMPRA-CLIENTE
                   PERFORM LANCAR-PONTOS-CLIENTE
               END-IF
               MOVE ZEROS TO WRK-CUSTO-TRANSACAO
               IF VENDA-PRODUTO NOT = SPACES
                   PERFORM PREPARAR-MOVIMENTO-ESTOQUE
                   PERFORM POSTAR-MOVIMENTO-ESTOQUE
                   MOVE ESTM-WS-VALOR-MOV TO WRK-CUSTO-TRANSACAO
               END-IF
               PERFORM LANCAR-MARGEM
               IF PAGTO-CARTAO AND NOT REGISTRO-DEVOLUCAO
                   MOVE SUSP-LOTE TO CPRV-WS-LOTE
                   PERFORM GRAVAR-CARTAO-PREVISTO
               END-IF
               IF VENDA-RETIDA-CREDITO
                   PERFORM LIBERAR-VENDA-CREDITO
               END-IF
               DISPLAY 'REPROCESSADO: ' REG-VENDA
           ELSE
               ADD 1 TO WRK-TOTAL-REPROVADOS
               MOVE WRK-MOTIVO-NOVO TO SUSP-MOTIVO
               IF VENDA-RETIDA-CREDITO
                   MOVE 'CRD' TO SUSP-MOTIVO
               END-IF
               WRITE REG-VENDA-SUSP-NOVO FROM REG-VENDA-SUSP
               DISPLAY 'AINDA SUSPENSO (' WRK-MOTIVO-NOVO '): '
                       REG-VENDA
           IF WRK-SUSP-STATUS NOT = '35'
               CLOSE VENDAS-SUSPENSAS
               CLOSE SUSPENSAS-NOVO
               MOVE 'VENDSUSP' TO GER-WS-ARQUIVO
               MOVE 'VENDSUSPN' TO GER-WS-NOVO
               MOVE WRK-TOTAL-REPROVADOS TO GER-WS-CONTAGEM
               PERFORM REGISTRAR-GERACAO THRU REGISTRAR-GERACAO-EXIT
               IF NOT VEND-MST-NAO-ENCONTRADO
                   CLOSE VENDEDOR-MASTER
               END-IF
                   CLOSE CADASTRO-CLIENTE
               END-IF
               CLOSE COMPRAS-CLIENTE
               PERFORM FECHAR-ESTOQUE
               CLOSE VENDA-MARGEM
               PERFORM FECHAR-CARTAO-PREVISTO
               PERFORM FECHAR-PONTOS
               PERFORM FECHAR-LIMITE-CREDITO
               CLOSE VENDAS-LIBERADAS
               PERFORM FECHAR-PARAMETROS
           END-IF.

           DISPLAY 'SUSPENSOS LIDOS......: ' WRK-TOTAL-LIDOS.
           DISPLAY 'REPROCESSADOS........: ' WRK-TOTAL-APROVADOS.
           DISPLAY 'AINDA EM SUSPENSO....: ' WRK-TOTAL-REPROVADOS.
           DISPLAY 'CREDITOS DE PONTOS...: ' PTS-WS-QTD-GANHOS.
           DISPLAY 'ESTORNOS DE PONTOS...: ' PTS-WS-QTD-ESTORNOS.
           DISPLAY 'PARCELADAS LIBERADAS.: ' WRK-TOTAL-LIBERADAS.
           IF WRK-TOTAL-LIBERADAS > ZEROS
               DISPLAY 'PARCELADAS LIBERADAS GRAVADAS EM VENDLIB - AS '
                       'PARCELAS SAO GERADAS PELO PROGCOB15J.'
           END-IF.
           DISPLAY 'NOVA GERACAO GRAVADA EM VENDSUSPN - A PROMOCAO '
                   'PARA O PROXIMO CICLO E FEITA PELO GERPROM.'.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

      *----------------------------------------------------------*
       VALIDAR-VENDEDOR-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * VALIDAR-CREDITO                                           *
      * A MESMA REGRA DO PROGCOB15 (LIMCREDP.CPY), SO PARA A      *
      * VENDA PARCELADA RETIDA POR CREDITO: AS DEMAIS PARCELADAS  *
      * JA TIVERAM AS PARCELAS GERADAS PELO PROGCOB15J E ESTAO NO *
      * SALDO DO RECEB.                                           *
      *----------------------------------------------------------*
       VALIDAR-CREDITO.

           MOVE VENDA-CPF-CLIENTE TO LIMC-WS-CPF.
           MOVE VENDA-VALOR TO LIMC-WS-VALOR.
           PERFORM CONFERIR-CREDITO THRU CONFERIR-CREDITO-EXIT.
           IF NOT LIMC-CREDITO-OK
               MOVE 'CRD' TO WRK-MOTIVO-NOVO
               DISPLAY 'CREDITO DO CPF ' VENDA-CPF-CLIENTE
                       ' NEGADO (' LIMC-WS-MOTIVO ')'
           END-IF.

       VALIDAR-CREDITO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LIBERAR-VENDA-CREDITO                                     *
      * A PARCELADA LIBERADA ENTRA NO CREDITO JA CONCEDIDO DA     *
      * RODADA E VAI PARA O VENDLIB, DE ONDE O PROGCOB15J GERA OS *
      * RECEBIVEIS QUE NAO FORAM GERADOS NA RODADA ORIGINAL.      *
      *----------------------------------------------------------*
       LIBERAR-VENDA-CREDITO.

           PERFORM REGISTRAR-CREDITO-CONCEDIDO.
           WRITE REG-VENDA-LIBERADA FROM REG-VENDA.
           ADD 1 TO WRK-TOTAL-LIBERADAS.

       LIBERAR-VENDA-CREDITO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LANCAR-HISTORICO                                          *
      * DEVOLVE O REGISTRO APROVADO AO FLUXO NORMAL, ACUMULANDO   *
       LANCAR-COMPRA-CLIENTE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LANCAR-PONTOS-CLIENTE                                     *
      * PONTOS DE FIDELIDADE DO REGISTRO APROVADO, COMO NO        *
      * PROGCOB15: CREDITO NA VENDA SO PARA O CLIENTE CADASTRADO  *
      * QUE ACEITA MARKETING, ESTORNO NA DEVOLUCAO.               *
      *----------------------------------------------------------*
       LANCAR-PONTOS-CLIENTE.

           MOVE VENDA-CPF-CLIENTE TO PTS-WS-CPF.
           MOVE VENDA-VALOR TO PTS-WS-VALOR.
           MOVE VENDA-DATA TO PTS-WS-DATA-VENDA.
           MOVE SUSP-LOTE TO PTS-WS-LOTE.
           MOVE SPACES TO PTS-WS-OPERADOR.
           IF REGISTRO-DEVOLUCAO
               PERFORM ESTORNAR-PONTOS THRU ESTORNAR-PONTOS-EXIT
           ELSE
               IF NOT CLI-MST-NAO-ENCONTRADO
                   AND REG-ACEITA-MARKETING
                   PERFORM CREDITAR-PONTOS THRU CREDITAR-PONTOS-EXIT
               END-IF
           END-IF.

       LANCAR-PONTOS-CLIENTE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * VALIDAR-PRODUTO                                           *
      * A MESMA REGRA DO PROGCOB15: PRODUTO INFORMADO TEM QUE     *
      * EXISTIR NO PRODMST, COM QUANTIDADE E, NA VENDA, SALDO     *
      * SUFICIENTE NO ESTOQUE; PRODUTO EM BRANCO E SEMPRE ACEITO. *
      *----------------------------------------------------------*
       VALIDAR-PRODUTO.

           IF VENDA-PRODUTO NOT = SPACES
               PERFORM PREPARAR-MOVIMENTO-ESTOQUE
               PERFORM CONFERIR-MOVIMENTO-ESTOQUE
                   THRU CONFERIR-MOVIMENTO-ESTOQUE-EXIT
               IF NOT ESTM-MOVIMENTO-OK
                   MOVE ESTM-WS-MOTIVO TO WRK-MOTIVO-NOVO
               END-IF
           END-IF.

       VALIDAR-PRODUTO-EXIT.
           EXIT.

       PREPARAR-MOVIMENTO-ESTOQUE.

           IF REGISTRO-DEVOLUCAO
               SET ESTM-RETORNO TO TRUE
           ELSE
               SET ESTM-SAIDA TO TRUE
           END-IF.
           MOVE VENDA-PRODUTO TO ESTM-WS-PRODUTO.
           MOVE VENDA-QUANTIDADE TO ESTM-WS-QUANTIDADE.
           MOVE ZEROS TO ESTM-WS-CUSTO.

       PREPARAR-MOVIMENTO-ESTOQUE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LANCAR-MARGEM                                             *
      * ACUMULA A RECEITA E O CUSTO DA BAIXA DO REGISTRO APROVADO *
      * NO HISTORICO DE MARGEM DA DATA + VENDEDOR + PRODUTO.      *
      *----------------------------------------------------------*
       LANCAR-MARGEM.

           MOVE 'N' TO WRK-MARG-ACHADO.
           MOVE VENDA-DATA TO MARG-DATA.
           MOVE VENDA-VENDEDOR TO MARG-VENDEDOR.
           MOVE VENDA-PRODUTO TO MARG-PRODUTO.
           READ VENDA-MARGEM
               INVALID KEY
                   MOVE VENDA-DATA TO MARG-DATA
                   MOVE VENDA-VENDEDOR TO MARG-VENDEDOR
                   MOVE VENDA-PRODUTO TO MARG-PRODUTO
                   MOVE ZEROS TO MARG-RECEITA
                   MOVE ZEROS TO MARG-CUSTO
                   MOVE ZEROS TO MARG-QUANTIDADE
                   MOVE ZEROS TO MARG-DEVOLUCOES
                   MOVE ZEROS TO MARG-CUSTO-DEV
                   MOVE ZEROS TO MARG-QTD-DEVOL
               NOT INVALID KEY
                   MOVE 'S' TO WRK-MARG-ACHADO
           END-READ.

           IF REGISTRO-DEVOLUCAO
               ADD VENDA-VALOR TO MARG-DEVOLUCOES
               ADD WRK-CUSTO-TRANSACAO TO MARG-CUSTO-DEV
               ADD VENDA-QUANTIDADE TO MARG-QTD-DEVOL
           ELSE
               ADD VENDA-VALOR TO MARG-RECEITA
               ADD WRK-CUSTO-TRANSACAO TO MARG-CUSTO
               ADD VENDA-QUANTIDADE TO MARG-QUANTIDADE
           END-IF.

           IF MARGEM-DO-DIA-EXISTE
               REWRITE REG-VENDA-MARGEM
           ELSE
               WRITE REG-VENDA-MARGEM
           END-IF.

       LANCAR-MARGEM-EXIT.
           EXIT.

           COPY 'RUNDATEP.CPY'.
           COPY 'CALENDP.CPY'.
           COPY 'CARTPRVP.CPY'.
           COPY 'PONTOSP.CPY'.
           COPY 'LIMCREDP.CPY'.
           COPY 'PARAMETROSP.CPY'.
           COPY 'ESTMOVP.CPY'.
           COPY 'GERACAOP.CPY' REPLACING ==GER-PROGRAM-ID==
               BY =='PROGCOB15R'==.
