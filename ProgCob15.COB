      *MIRAR MES FECHADO E DESVIADA PARA O ARQUIVO DE RETENCAO
      *JRNHELD COM AVISO NO ENCERRAMENTO, EM VEZ DE GRAVADA -
      *RELATORIO DE EXCECAO NO JRNHLIST E LIBERACAO NO JRNHREL
      *18/04/22 KA CADA VENDA/DEVOLUCAO PASSA A TRAZER O PRODUTO
      *(CODIGO DO PRODMST) E A QUANTIDADE (VENDAS.CPY AMPLIADO):
      *A VENDA ACEITA BAIXA A QUANTIDADE DO ESTOQUE-MASTER PELO
      *CUSTO MEDIO VIGENTE E A DEVOLUCAO A DEVOLVE AO ESTOQUE,
      *COM AS REGRAS DO ATIVIDADE02E (PARAGRAFOS DE ESTMOVP.CPY)
      *E A LINHA NO LOG ESTLOG - A POSICAO ATIVIDADE02G PASSA A
      *ENXERGAR O QUE AS LOJAS VENDERAM. PRODUTO FORA DO PRODMST
      *VAI PARA O SUSPENSO COM O MOTIVO PRD, QUANTIDADE ZERADA
      *COM MOTIVO QTD E VENDA MAIOR QUE O SALDO COM MOTIVO EST.
      *PRODUTO EM BRANCO SEGUE ACEITO SEM MOVIMENTAR O ESTOQUE
      *19/04/22 KA CUSTO DAS MERCADORIAS VENDIDAS: CADA VENDA E
      *DEVOLUCAO ACEITA E VALORIZADA PELO CUSTO MEDIO DA BAIXA E
      *O LOTE CONCILIADO GERA A DUPLA BALANCEADA DEBITO CMV X
      *CREDITO ESTOQUE (E A INVERSA PELO CUSTO DAS DEVOLUCOES)
      *PELO GRAVAR-JORNAL, COM O CONTROLE DE PERIODO PERCTL. A
      *RECEITA E O CUSTO DE CADA TRANSACAO SAO ACUMULADOS POR
      *DATA + VENDEDOR + PRODUTO NO HISTORICO DE MARGEM VENDMARG,
      *DE ONDE O PROGCOB15P IMPRIME A MARGEM BRUTA DO MES
      *20/04/22 KA FORMA DE PAGAMENTO NA VENDA (VENDAS.CPY
      *AMPLIADO): DINHEIRO, CARTAO DE DEBITO, CARTAO DE CREDITO
      *OU PIX. O DEBITO DAS VENDAS BRUTAS DO LOTE SAI SEPARADO
      *POR FORMA - CAIXA (DINHEIRO), CARTAO-RECEB (CARTOES) E
      *BANCO (PIX) - EM VEZ DE TUDO NO CAIXA. A VENDA NO CARTAO
      *GRAVA A LIQUIDACAO PREVISTA NO CARTPREV COM A TAXA E O
      *PRAZO DA CREDENCIADORA (PARAMETROS), CONCILIADA PELO
      *PROGCOB15Q. FORMA DESCONHECIDA OU CARTAO SEM NSU (OU COM
      *NSU JA REGISTRADO) VAI PARA O SUSPENSO COM O MOTIVO PAG.
      *A DEVOLUCAO SEGUE SAINDO DO CAIXA
      *27/04/22 KA A DATA DA TRANSACAO E VALIDADA NO CALENDARIO DA
      *FILIAL DO LOTE (UF DO FILMST E A PROPRIA FILIAL): VENDA
      *DATADA EM FERIADO LOCAL DA FILIAL TAMBEM E RECUSADA
      *28/04/22 KA VENDA ACEITA TEM O PRECO UNITARIO (VALOR /
      *QUANTIDADE) CONFERIDO CONTRA O PRECO DE VENDA EM VIGOR NA
      *DATA DA VENDA (LISTA OU PROMOCAO, PRECOVEN): VENDA ABAIXO
      *DO PRECO SAI NO RELATORIO DE EXCECOES PRECEXC (A VENDA
      *SEGUE ACEITA)
      *27/05/22 KA CONTA DA LINHA DE JORNAL CONFERIDA NO
      *PLANO DE CONTAS (PLCONTAS)
      *03/06/22 KA PROGRAMA DE PONTOS DE FIDELIDADE: VENDA ACEITA
      *COM CPF DE CLIENTE QUE ACEITA MARKETING (REG-CONSENTIMENTO)
      *CREDITA PONTOS-POR-REAL NO SALDO DO CPF (PONTSALD), COM
      *ADESAO NO PRIMEIRO GANHO; DEVOLUCAO ESTORNA OS PONTOS DO
      *VALOR DEVOLVIDO. CADA LANCAMENTO VAI PARA O RAZAO PONTMOV
      *04/06/22 KA LIMITE DE CREDITO NA VENDA PARCELADA: A VENDA
      *'P' QUE PASSOU NAS DEMAIS CONFERENCIAS TEM O CREDITO
      *CONFERIDO (LIMCREDP.CPY) - SEM CPF, CLIENTE COM PARCELA
      *VENCIDA ALEM DE CREDITO-DIAS-ATR DIAS OU SALDO EM ABERTO NO
      *RECEB MAIS A VENDA ACIMA DO LIMITE (LIMCRED OU
      *CREDITO-LIM-PADR) VAI PARA O VENDSUSP COM MOTIVO CRD
      *10/06/22 KA PRODUTO CONGELADO PELO INVENTARIO FISICO
      *(INVCONT) TEM A VENDA/DEVOLUCAO RECUSADA PELO ESTMOVP E
      *VAI PARA O SUSPENSO COM O MOTIVO INV
      *12/06/22 KA A VENDA PARCELADA (TIPO 'P') ENTRA NO JORNAL DO
      *LOTE A DEBITO DE CLIENTES-REC, E NAO DE CAIXA - O DINHEIRO
      *SO ENTRA NA BAIXA DAS PARCELAS (PROGCOB15K)
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

           SELECT CALENDARIO-UTIL ASSIGN TO "CALENDAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APR-ID
               FILE STATUS IS APRV-WS-STATUS.

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

           SELECT PRECO-VENDA ASSIGN TO "PRECOVEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PVEN-CHAVE
               FILE STATUS IS PVEN-WS-STATUS.

           SELECT EXCECAO-PRECOS ASSIGN TO "PRECEXC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-PEXC-STATUS.

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

           SELECT PARAMETROS ASSIGN TO "PARAMETR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARM-CHAVE
               FILE STATUS IS PARM-WS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SALES-TRANSACOES.
       FD  JORNAL-RETIDO.
           COPY 'JRNHELD.CPY'.

       FD  PLANO-CONTAS.
           COPY 'PLCONTAS.CPY'.

       FD  CALENDARIO-UTIL.
           COPY 'CALREG.CPY'.

       FD  PENDENCIAS-APROVACAO.
           COPY 'APROV.CPY'.

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

       FD  PRECO-VENDA.
           COPY 'PRECOVEN.CPY'.

       FD  EXCECAO-PRECOS.
       01  LINHA-PRECO-EXC     PIC X(80).

       FD  LIMITE-CREDITO.
           COPY 'LIMCRED.CPY'.

       FD  CONTAS-RECEBER.
           COPY 'RECEB.CPY'.

       FD  PARAMETROS.
           COPY 'PARAMETROS.CPY'.

       WORKING-STORAGE SECTION.
             COPY 'BOOK.COB'.
           COPY 'AUDITWS.CPY'.
      *O ARQUIVO INTEIRO
       77  WRK-LOTE-NUMERO       PIC 9(06) VALUE ZEROS.
       77  WRK-LOTE-ORIGEM       PIC X(05) VALUE SPACES.
       77  WRK-LOTE-UF           PIC X(02) VALUE SPACES.
       77  WRK-LOTE-DATA         PIC 9(08) VALUE ZEROS.
       77  WRK-LOTE-QTD          PIC 9(05) VALUE ZEROS.
       77  WRK-LOTE-QTD-DEV      PIC 9(05) VALUE ZEROS.
           88 FIL-MST-NAO-ENCONTRADO VALUE '23' '35'.
       77  WRK-ORIGEM-VALIDA     PIC X(01) VALUE 'N'.
           88 ORIGEM-VALIDA VALUE 'S'.

      *BAIXA E RETORNO DE ESTOQUE PELO PRODUTO DA TRANSACAO
           COPY 'ESTMOVW.CPY'.
       77  WRK-PROD-VALIDO       PIC X(01) VALUE 'S'.
           88 PRODUTO-VALIDO VALUE 'S'.
       77  WRK-QTD-BAIXAS-EST    PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-RETORNOS-EST  PIC 9(05) VALUE ZEROS.

      *CUSTO DAS MERCADORIAS VENDIDAS E HISTORICO DE MARGEM
       77  WRK-MARG-STATUS       PIC X(02) VALUE ZEROS.
           88 MARG-OK VALUE '00'.
           88 MARG-NAO-ENCONTRADO VALUE '23' '35'.
       77  WRK-MARG-ACHADO       PIC X(01) VALUE 'N'.
           88 MARGEM-DO-DIA-EXISTE VALUE 'S'.
       77  WRK-CUSTO-TRANSACAO   PIC 9(09)V99 VALUE ZEROS.
       77  WRK-LOTE-CMV          PIC 9(09)V99 VALUE ZEROS.
       77  WRK-LOTE-CMV-DEV      PIC 9(09)V99 VALUE ZEROS.

      *FORMA DE PAGAMENTO E LIQUIDACOES PREVISTAS DE CARTAO
           COPY 'CARTPRVW.CPY'.
           COPY 'PARAMETROSW.CPY'.

      *PONTOS DE FIDELIDADE
           COPY 'PONTOSW.CPY'.
       77  WRK-PAGTO-VALIDO      PIC X(01) VALUE 'S'.
           88 PAGAMENTO-VALIDO VALUE 'S'.

      *LIMITE DE CREDITO DA VENDA PARCELADA
           COPY 'LIMCREDW.CPY'.
       77  WRK-CRED-VALIDO       PIC X(01) VALUE 'S'.
           88 CREDITO-VALIDO VALUE 'S'.
       77  WRK-QTD-SEM-CREDITO   PIC 9(05) VALUE ZEROS.
       77  WRK-LOTE-VENDAS-CARTAO PIC 9(09)V99 VALUE ZEROS.
       77  WRK-LOTE-VENDAS-PIX   PIC 9(09)V99 VALUE ZEROS.
       77  WRK-LOTE-VENDAS-CAIXA PIC 9(09)V99 VALUE ZEROS.
       77  WRK-LOTE-VENDAS-PARC  PIC 9(09)V99 VALUE ZEROS.

      *CONFERENCIA DA VENDA CONTRA A LISTA DE PRECOS DE VENDA
           COPY 'PRECOVW.CPY'.
       77  WRK-PEXC-STATUS       PIC X(02) VALUE ZEROS.
       77  WRK-PRECO-UNITARIO    PIC 9(07)V99 VALUE ZEROS.
       77  WRK-QTD-ABAIXO-PRECO  PIC 9(05) VALUE ZEROS.
       77  WRK-PRECO-UNIT-ED     PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-PRECO-VIG-ED      PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
           COPY 'RUNDATE.CPY'.

       PROCEDURE DIVISION.
               CLOSE COMPRAS-CLIENTE
               OPEN I-O COMPRAS-CLIENTE
           END-IF.
           PERFORM ABRIR-ESTOQUE.
           OPEN I-O VENDA-MARGEM.
           IF MARG-NAO-ENCONTRADO
               OPEN OUTPUT VENDA-MARGEM
               CLOSE VENDA-MARGEM
               OPEN I-O VENDA-MARGEM
           END-IF.
           PERFORM ABRIR-CARTAO-PREVISTO.
           PERFORM ABRIR-PONTOS.
           PERFORM ABRIR-LIMITE-CREDITO.
           PERFORM ABRIR-RECEB-CREDITO.
           OPEN EXTEND VENDAS-SUSPENSAS.
           IF SUSP-ARQ-NAO-ENCONTRADO
               OPEN OUTPUT VENDAS-SUSPENSAS
           PERFORM MONTAR-CABECALHO-RELATORIO.
           MOVE RPT-HDR-LINHA TO LINHA-EXCECAO.
           WRITE LINHA-EXCECAO.
           PERFORM ABRIR-PRECO-VENDA.
           IF NOT PVEN-ABERTO
               DISPLAY 'LISTA DE PRECOS DE VENDA (PRECOVEN) NAO '
                       'ENCONTRADA - PRECO DAS VENDAS NAO SERA '
                       'CONFERIDO.'
           END-IF.
           OPEN OUTPUT EXCECAO-PRECOS.
           MOVE 'VENDAS ABAIXO DO PRECO DE LISTA' TO RPT-HDR-TITULO.
           PERFORM MONTAR-CABECALHO-RELATORIO.
           MOVE RPT-HDR-LINHA TO LINHA-PRECO-EXC.
           WRITE LINHA-PRECO-EXC.
           OPEN INPUT SALES-TRANSACOES.
           IF VENDA-NAO-ENCONTRADO
               DISPLAY 'ARQUIVO SALESTRN NAO ENCONTRADO.'
                       END-IF
                       PERFORM VALIDAR-VENDEDOR
                       PERFORM VALIDAR-CLIENTE
                       PERFORM VALIDAR-PRODUTO
                       IF VENDEDOR-VALIDO AND CLIENTE-VALIDO
                           AND PRODUTO-VALIDO
                           ADD VENDA-VALOR TO WRK-DEVOLUCOES
                           ADD 1 TO WRK-QTD-DEVOLUCOES
                           ADD VENDA-VALOR TO WRK-LOTE-DEVOL
                           PERFORM LANCAR-HISTORICO
                           IF VENDA-CPF-CLIENTE > ZEROS
                               PERFORM LANCAR-COMPRA-CLIENTE
                               PERFORM LANCAR-PONTOS-CLIENTE
                           END-IF
                           PERFORM MOVIMENTAR-ESTOQUE
                           PERFORM LANCAR-MARGEM
                       ELSE
                           ADD 1 TO WRK-QTD-REJEITADOS
                           ADD VENDA-VALOR TO WRK-REJ-DEV-VALOR
                           ADD 1 TO WRK-LOTE-QTD-REJ
                           ADD VENDA-VALOR TO WRK-LOTE-REJ-DEV
                           PERFORM OBTER-MOTIVO-RECUSA
                           PERFORM GRAVAR-SUSPENSO
                       END-IF
                   WHEN REGISTRO-VENDA
                       END-IF
                       PERFORM VALIDAR-VENDEDOR
                       PERFORM VALIDAR-CLIENTE
                       PERFORM VALIDAR-PRODUTO
                       PERFORM VALIDAR-PAGAMENTO
                       PERFORM VALIDAR-CREDITO THRU VALIDAR-CREDITO-EXIT
                       IF VENDEDOR-VALIDO AND CLIENTE-VALIDO
                           AND PRODUTO-VALIDO AND PAGAMENTO-VALIDO
                           AND CREDITO-VALIDO
                           ADD 1 TO WRK-QTD
                           ADD VENDA-VALOR TO WRK-ACUM
                           ADD 1 TO WRK-LOTE-QTD
                           PERFORM LANCAR-HISTORICO
                           IF VENDA-CPF-CLIENTE > ZEROS
                               PERFORM LANCAR-COMPRA-CLIENTE
                               PERFORM LANCAR-PONTOS-CLIENTE
                           END-IF
                           PERFORM MOVIMENTAR-ESTOQUE
                           PERFORM LANCAR-MARGEM
                           PERFORM LANCAR-PAGAMENTO
                           PERFORM CONFERIR-PRECO-VENDA
                               THRU CONFERIR-PRECO-VENDA-EXIT
                           IF REGISTRO-PARCELADA
                               PERFORM REGISTRAR-CREDITO-CONCEDIDO
                           END-IF
                       ELSE
                           ADD 1 TO WRK-QTD-REJEITADOS
                           ADD VENDA-VALOR TO WRK-REJ-VENDAS-VALOR
                           ADD 1 TO WRK-LOTE-QTD-REJ
                           ADD VENDA-VALOR TO WRK-LOTE-REJ-VENDAS
                           PERFORM OBTER-MOTIVO-RECUSA
                           PERFORM GRAVAR-SUSPENSO
                       END-IF
                   WHEN OTHER
               CLOSE FILIAL-MASTER
           END-IF.
           CLOSE COMPRAS-CLIENTE.
           PERFORM FECHAR-ESTOQUE.
           CLOSE VENDA-MARGEM.
           PERFORM FECHAR-CARTAO-PREVISTO.
           PERFORM FECHAR-PONTOS.
           PERFORM FECHAR-LIMITE-CREDITO.
           PERFORM FECHAR-PARAMETROS.
           PERFORM IMPRIMIR-LISTAGEM-REJEITOS.
           MOVE SPACES TO LINHA-EXCECAO.
           WRITE LINHA-EXCECAO.
                  INTO LINHA-EXCECAO.
           WRITE LINHA-EXCECAO.
           CLOSE EXCECAO-DEVOLUCOES.
           MOVE SPACES TO LINHA-PRECO-EXC.
           WRITE LINHA-PRECO-EXC.
           STRING 'VENDAS ABAIXO DO PRECO: ' DELIMITED BY SIZE
                  WRK-QTD-ABAIXO-PRECO DELIMITED BY SIZE
                  INTO LINHA-PRECO-EXC.
           WRITE LINHA-PRECO-EXC.
           CLOSE EXCECAO-PRECOS.
           PERFORM FECHAR-PRECO-VENDA.
           PERFORM FECHAR-AUDITORIA.
           PERFORM FECHAR-JORNAL.
           PERFORM FECHAR-APROVACOES.
           END-IF.

           MOVE RUNDATE-HOJE TO CAL-WS-DATA-TESTE.
           MOVE SPACES TO CAL-WS-UF.
           MOVE SPACES TO CAL-WS-FILIAL.
           PERFORM OBTER-DIA-UTIL-ANTERIOR.
           MOVE CAL-WS-DATA-ANT TO WRK-DATA-EFETIVA-ED.
           PERFORM FECHAR-CALENDARIO.
           DISPLAY'ACUMULADO DE DEVOLUCOES: .' WRK-DEVOLUCOES.
           DISPLAY'QUANTIDADE DE DEVOLUCOES: .' WRK-QTD-DEVOLUCOES.
           DISPLAY'TRANSACOES REJEITADAS: .' WRK-QTD-REJEITADOS.
           DISPLAY'BAIXAS DE ESTOQUE: .' WRK-QTD-BAIXAS-EST.
           DISPLAY'RETORNOS AO ESTOQUE: .' WRK-QTD-RETORNOS-EST.
           DISPLAY'LIQUIDACOES DE CARTAO PREVISTAS: .'
                   CPRV-WS-GRAVADOS.
           DISPLAY'CREDITOS DE PONTOS DE FIDELIDADE: .'
                   PTS-WS-QTD-GANHOS.
           DISPLAY'ADESOES AO PROGRAMA DE PONTOS: .'
                   PTS-WS-QTD-ADESOES.
           DISPLAY'ESTORNOS DE PONTOS: .' PTS-WS-QTD-ESTORNOS.
           DISPLAY'PARCELADAS SEM CREDITO (CRD): .'
                   WRK-QTD-SEM-CREDITO.
           DISPLAY'VENDAS ABAIXO DO PRECO DE LISTA: .'
                   WRK-QTD-ABAIXO-PRECO.

           PERFORM VARYING WRK-IND-VENDEDOR FROM 1 BY 1
                   UNTIL WRK-IND-VENDEDOR > WRK-QTD-VENDEDORES
       VALIDAR-CLIENTE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * VALIDAR-PRODUTO                                           *
      * CONFERE O PRODUTO DA TRANSACAO PELAS REGRAS DO ESTOQUE    *
      * (ESTMOVP.CPY): CODIGO NO PRODMST, QUANTIDADE INFORMADA,   *
      * PRODUTO FORA DE CONTAGEM DO INVENTARIO E, NA VENDA, SALDO *
      * SUFICIENTE PARA A BAIXA. PRODUTO EM BRANCO (VENDA SEM     *
      * CONTROLE DE ESTOQUE) E SEMPRE ACEITO.                     *
      * SO CONFERE QUANDO VENDEDOR E CLIENTE JA PASSARAM.         *
      *----------------------------------------------------------*
       VALIDAR-PRODUTO.

           MOVE 'S' TO WRK-PROD-VALIDO.
           MOVE SPACES TO ESTM-WS-MOTIVO.
           IF VENDA-PRODUTO = SPACES
               OR NOT VENDEDOR-VALIDO OR NOT CLIENTE-VALIDO
               GO TO VALIDAR-PRODUTO-EXIT
           END-IF.
           PERFORM PREPARAR-MOVIMENTO-ESTOQUE.
           PERFORM CONFERIR-MOVIMENTO-ESTOQUE
               THRU CONFERIR-MOVIMENTO-ESTOQUE-EXIT.
           IF NOT ESTM-MOVIMENTO-OK
               MOVE 'N' TO WRK-PROD-VALIDO
               DISPLAY 'PRODUTO ' VENDA-PRODUTO ' RECUSADO ('
                       ESTM-WS-MOTIVO ') - TRANSACAO RECUSADA'
           END-IF.

       VALIDAR-PRODUTO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * VALIDAR-PAGAMENTO                                         *
      * CONFERE A FORMA DE PAGAMENTO DA VENDA E, NO CARTAO, O NSU *
      * (CARTPRVP.CPY). SO CONFERE QUANDO AS DEMAIS CONFERENCIAS  *
      * JA PASSARAM.                                              *
      *----------------------------------------------------------*
       VALIDAR-PAGAMENTO.

           MOVE 'S' TO WRK-PAGTO-VALIDO.
           MOVE SPACES TO CPRV-WS-MOTIVO.
           IF NOT VENDEDOR-VALIDO OR NOT CLIENTE-VALIDO
               OR NOT PRODUTO-VALIDO
               GO TO VALIDAR-PAGAMENTO-EXIT
           END-IF.
           PERFORM CONFERIR-PAGAMENTO
               THRU CONFERIR-PAGAMENTO-EXIT.
           IF NOT CPRV-PAGAMENTO-OK
               MOVE 'N' TO WRK-PAGTO-VALIDO
               DISPLAY 'FORMA DE PAGAMENTO ' VENDA-FORMA-PAGTO
                       ' NSU ' VENDA-NSU ' RECUSADA - TRANSACAO '
                       'RECUSADA'
           END-IF.

       VALIDAR-PAGAMENTO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * VALIDAR-CREDITO                                           *
      * SO A VENDA PARCELADA GERA CREDITO (PARCELAS NO RECEB):    *
      * CONFERE CPF, ATRASO E LIMITE DO CLIENTE (LIMCREDP.CPY).   *
      * SO CONFERE QUANDO AS DEMAIS CONFERENCIAS JA PASSARAM.     *
      *----------------------------------------------------------*
       VALIDAR-CREDITO.

           MOVE 'S' TO WRK-CRED-VALIDO.
           IF NOT REGISTRO-PARCELADA
               GO TO VALIDAR-CREDITO-EXIT
           END-IF.
           IF NOT VENDEDOR-VALIDO OR NOT CLIENTE-VALIDO
               OR NOT PRODUTO-VALIDO OR NOT PAGAMENTO-VALIDO
               GO TO VALIDAR-CREDITO-EXIT
           END-IF.
           MOVE VENDA-CPF-CLIENTE TO LIMC-WS-CPF.
           MOVE VENDA-VALOR TO LIMC-WS-VALOR.
           PERFORM CONFERIR-CREDITO THRU CONFERIR-CREDITO-EXIT.
           IF NOT LIMC-CREDITO-OK
               MOVE 'N' TO WRK-CRED-VALIDO
               ADD 1 TO WRK-QTD-SEM-CREDITO
               DISPLAY 'CREDITO DO CPF ' VENDA-CPF-CLIENTE
                       ' NEGADO (' LIMC-WS-MOTIVO ') - TRANSACAO '
                       'RECUSADA'
           END-IF.

       VALIDAR-CREDITO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LANCAR-PAGAMENTO                                          *
      * SEPARA A VENDA ACEITA PELA FORMA DE PAGAMENTO PARA O      *
      * JORNAL DO LOTE E, NO CARTAO, GRAVA A LIQUIDACAO PREVISTA. *
      * A VENDA PARCELADA E CREDITO DA LOJA AO CLIENTE (PARCELAS  *
      * NO RECEB PELO PROGCOB15J), QUALQUER QUE SEJA A FORMA.     *
      *----------------------------------------------------------*
       LANCAR-PAGAMENTO.

           EVALUATE TRUE
               WHEN REGISTRO-PARCELADA
                   ADD VENDA-VALOR TO WRK-LOTE-VENDAS-PARC
               WHEN PAGTO-CARTAO
                   ADD VENDA-VALOR TO WRK-LOTE-VENDAS-CARTAO
                   MOVE WRK-LOTE-NUMERO TO CPRV-WS-LOTE
                   PERFORM GRAVAR-CARTAO-PREVISTO
               WHEN PAGTO-PIX
                   ADD VENDA-VALOR TO WRK-LOTE-VENDAS-PIX
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LANCAR-PAGAMENTO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * CONFERIR-PRECO-VENDA                                      *
      * CALCULA O PRECO UNITARIO DA VENDA ACEITA E O COMPARA COM  *
      * O PRECO EM VIGOR NA DATA DA VENDA (PROMOCAO OU LISTA).    *
      * ABAIXO DELE A VENDA SAI NO RELATORIO PRECEXC. PRODUTO SEM *
      * PRECO NA LISTA NAO E CONFERIDO.                           *
      *----------------------------------------------------------*
       CONFERIR-PRECO-VENDA.

           IF NOT PVEN-ABERTO OR VENDA-PRODUTO = SPACES
               OR VENDA-QUANTIDADE = ZEROS
               GO TO CONFERIR-PRECO-VENDA-EXIT
           END-IF.
           COMPUTE WRK-PRECO-UNITARIO ROUNDED =
               VENDA-VALOR / VENDA-QUANTIDADE.
           MOVE VENDA-PRODUTO TO PVEN-WS-PRODUTO.
           MOVE VENDA-DATA TO PVEN-WS-DATA.
           PERFORM OBTER-PRECO-VIGENTE THRU OBTER-PRECO-VIGENTE-EXIT.
           IF PVEN-SEM-PRECO
               GO TO CONFERIR-PRECO-VENDA-EXIT
           END-IF.
           IF WRK-PRECO-UNITARIO < PVEN-WS-PRECO
               ADD 1 TO WRK-QTD-ABAIXO-PRECO
               MOVE WRK-PRECO-UNITARIO TO WRK-PRECO-UNIT-ED
               MOVE PVEN-WS-PRECO TO WRK-PRECO-VIG-ED
               MOVE SPACES TO LINHA-PRECO-EXC
               STRING 'LOTE ' DELIMITED BY SIZE
                      WRK-LOTE-NUMERO DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      VENDA-PRODUTO DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      VENDA-DATA DELIMITED BY SIZE
                      ' UNIT ' DELIMITED BY SIZE
                      WRK-PRECO-UNIT-ED DELIMITED BY SIZE
                      ' PRECO ' DELIMITED BY SIZE
                      WRK-PRECO-VIG-ED DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      PVEN-WS-ORIGEM DELIMITED BY SIZE
                      INTO LINHA-PRECO-EXC
               WRITE LINHA-PRECO-EXC
           END-IF.

       CONFERIR-PRECO-VENDA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * MOVIMENTAR-ESTOQUE                                        *
      * VENDA ACEITA BAIXA A QUANTIDADE PELO CUSTO MEDIO;         *
      * DEVOLUCAO ACEITA RETORNA A QUANTIDADE AO ESTOQUE.         *
      *----------------------------------------------------------*
       MOVIMENTAR-ESTOQUE.

           MOVE ZEROS TO WRK-CUSTO-TRANSACAO.
           IF VENDA-PRODUTO = SPACES
               GO TO MOVIMENTAR-ESTOQUE-EXIT
           END-IF.
           PERFORM PREPARAR-MOVIMENTO-ESTOQUE.
           PERFORM POSTAR-MOVIMENTO-ESTOQUE.
           MOVE ESTM-WS-VALOR-MOV TO WRK-CUSTO-TRANSACAO.
           IF REGISTRO-DEVOLUCAO
               ADD 1 TO WRK-QTD-RETORNOS-EST
               ADD WRK-CUSTO-TRANSACAO TO WRK-LOTE-CMV-DEV
           ELSE
               ADD 1 TO WRK-QTD-BAIXAS-EST
               ADD WRK-CUSTO-TRANSACAO TO WRK-LOTE-CMV
           END-IF.

       MOVIMENTAR-ESTOQUE-EXIT.
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
      * ACUMULA A RECEITA E O CUSTO (CMV) DA TRANSACAO ACEITA NO  *
      * HISTORICO DE MARGEM DA DATA + VENDEDOR + PRODUTO,         *
      * CRIANDO O REGISTRO NA PRIMEIRA TRANSACAO DA CHAVE.        *
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

      *----------------------------------------------------------*
      * OBTER-MOTIVO-RECUSA                                       *
      * MOTIVO DO SUSPENSO NA ORDEM DAS CONFERENCIAS: VENDEDOR,   *
      * CLIENTE, O MOTIVO DEVOLVIDO PELO ESTOQUE (PRD, QTD, INV   *
      * OU EST), O DA FORMA DE PAGAMENTO E, POR ULTIMO, O CREDITO *
      * DA VENDA PARCELADA.                                       *
      *----------------------------------------------------------*
       OBTER-MOTIVO-RECUSA.

           IF NOT VENDEDOR-VALIDO
               MOVE 'VEN' TO WRK-MOTIVO-SUSP
           ELSE
               IF NOT CLIENTE-VALIDO
                   MOVE 'CLI' TO WRK-MOTIVO-SUSP
               ELSE
                   IF NOT PRODUTO-VALIDO
                       MOVE ESTM-WS-MOTIVO TO WRK-MOTIVO-SUSP
                   ELSE
                       IF NOT PAGAMENTO-VALIDO
                           MOVE CPRV-WS-MOTIVO TO WRK-MOTIVO-SUSP
                       ELSE
                           MOVE 'CRD' TO WRK-MOTIVO-SUSP
                       END-IF
                   END-IF
               END-IF
           END-IF.

       OBTER-MOTIVO-RECUSA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LANCAR-COMPRA-CLIENTE                                     *
      * ACUMULA A TRANSACAO ACEITA NO HISTORICO DE COMPRAS DO     *
       LANCAR-COMPRA-CLIENTE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LANCAR-PONTOS-CLIENTE                                     *
      * PONTOS DE FIDELIDADE DA TRANSACAO ACEITA (PONTOSP.CPY):   *
      * A VENDA CREDITA PONTOS SO PARA O CLIENTE CADASTRADO QUE   *
      * ACEITA MARKETING (O REG-CLIENTE FOI LIDO NO               *
      * VALIDAR-CLIENTE); SEM O CADCLI NAO HA COMO CONFERIR O     *
      * CONSENTIMENTO E NADA E CREDITADO. A DEVOLUCAO ESTORNA OS  *
      * PONTOS DE QUEM JA PARTICIPA DO PROGRAMA.                  *
      *----------------------------------------------------------*
       LANCAR-PONTOS-CLIENTE.

           MOVE VENDA-CPF-CLIENTE TO PTS-WS-CPF.
           MOVE VENDA-VALOR TO PTS-WS-VALOR.
           MOVE VENDA-DATA TO PTS-WS-DATA-VENDA.
           MOVE WRK-LOTE-NUMERO TO PTS-WS-LOTE.
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
      * LANCAR-HISTORICO                                          *
      * ACUMULA A TRANSACAO ACEITA NO REGISTRO DO HISTORICO       *
           END-IF.
           MOVE HEADER-NUMERO TO WRK-LOTE-NUMERO.
           MOVE HEADER-ORIGEM TO WRK-LOTE-ORIGEM.
           MOVE SPACES TO WRK-LOTE-UF.
           MOVE HEADER-DATA TO WRK-LOTE-DATA.
           MOVE ZEROS TO WRK-LOTE-QTD.
           MOVE ZEROS TO WRK-LOTE-QTD-DEV.
           MOVE ZEROS TO WRK-LOTE-DEVOL.
           MOVE ZEROS TO WRK-LOTE-REJ-VENDAS.
           MOVE ZEROS TO WRK-LOTE-REJ-DEV.
           MOVE ZEROS TO WRK-LOTE-CMV.
           MOVE ZEROS TO WRK-LOTE-CMV-DEV.
           MOVE ZEROS TO WRK-LOTE-VENDAS-CARTAO.
           MOVE ZEROS TO WRK-LOTE-VENDAS-PIX.
           MOVE ZEROS TO WRK-LOTE-VENDAS-PARC.
           MOVE 'S' TO WRK-LOTE-ABERTO.
           MOVE 'N' TO WRK-LOTE-PULADO.
           DISPLAY 'LOTE ' WRK-LOTE-NUMERO ' ORIGEM ' WRK-LOTE-ORIGEM
                   NOT INVALID KEY
                       IF FILIAL-ATIVA
                           MOVE 'S' TO WRK-ORIGEM-VALIDA
                           MOVE FIL-UF TO WRK-LOTE-UF
                       END-IF
               END-READ
           END-IF.
      *----------------------------------------------------------*
      * VALIDAR-DATA-MOVIMENTO                                    *
      * A DATA DA TRANSACAO NAO PODE SER FUTURA NEM CAIR EM DIA   *
      * NAO UTIL DO CALENDARIO - NACIONAL OU FERIADO LOCAL DA UF  *
      * E DA FILIAL DE ORIGEM DO LOTE.                            *
      *----------------------------------------------------------*
       VALIDAR-DATA-MOVIMENTO.

               DISPLAY 'DATA FUTURA RECUSADA: ' VENDA-DATA
           ELSE
               MOVE VENDA-DATA TO CAL-WS-DATA-TESTE
               MOVE WRK-LOTE-UF TO CAL-WS-UF
               MOVE WRK-LOTE-ORIGEM TO CAL-WS-FILIAL
               PERFORM VALIDAR-DATA-UTIL
               IF CAL-DATA-NAO-UTIL
                   MOVE 'N' TO WRK-DATA-VALIDA
      * GRAVAR-JORNAL-LOTE                                        *
      * GERA AS LINHAS CONTABEIS BALANCEADAS DO LOTE CONCILIADO:  *
      * DEBITO CAIXA X CREDITO VENDAS PELO BRUTO, E DEBITO        *
      * DEVOLUCOES X CREDITO CAIXA PELAS DEVOLUCOES. O DEBITO DO  *
      * BRUTO SAI POR FORMA DE PAGAMENTO: CAIXA (DINHEIRO),       *
      * CARTAO-RECEB (CARTOES) E BANCO (PIX), E A VENDA PARCELADA *
      * EM CLIENTES-REC, BAIXADO NO PROGCOB15K. O CUSTO DAS       *
      * MERCADORIAS SAI EM DEBITO CMV X CREDITO ESTOQUE, E O      *
      * CUSTO DAS DEVOLUCOES NA DUPLA INVERSA.                    *
      *----------------------------------------------------------*
       GRAVAR-JORNAL-LOTE.

           IF WRK-LOTE-VENDAS > ZEROS
               COMPUTE WRK-LOTE-VENDAS-CAIXA = WRK-LOTE-VENDAS
                   - WRK-LOTE-VENDAS-CARTAO - WRK-LOTE-VENDAS-PIX
                   - WRK-LOTE-VENDAS-PARC
               MOVE WRK-LOTE-NUMERO TO JRN-LOTE
               SET JRN-DEBITO TO TRUE
               MOVE 'VENDAS BRUTAS DO LOTE' TO JRN-HISTORICO
               IF WRK-LOTE-VENDAS-CAIXA > ZEROS
                   MOVE 'CAIXA' TO JRN-CONTA
                   MOVE WRK-LOTE-VENDAS-CAIXA TO JRN-VALOR
                   PERFORM GRAVAR-JORNAL
               END-IF
               IF WRK-LOTE-VENDAS-CARTAO > ZEROS
                   MOVE 'CARTAO-RECEB' TO JRN-CONTA
                   MOVE WRK-LOTE-VENDAS-CARTAO TO JRN-VALOR
                   MOVE 'VENDAS NO CARTAO DO LOTE' TO JRN-HISTORICO
                   PERFORM GRAVAR-JORNAL
               END-IF
               IF WRK-LOTE-VENDAS-PIX > ZEROS
                   MOVE 'BANCO' TO JRN-CONTA
                   MOVE WRK-LOTE-VENDAS-PIX TO JRN-VALOR
                   MOVE 'VENDAS NO PIX DO LOTE' TO JRN-HISTORICO
                   PERFORM GRAVAR-JORNAL
               END-IF
               IF WRK-LOTE-VENDAS-PARC > ZEROS
                   MOVE 'CLIENTES-REC' TO JRN-CONTA
                   MOVE WRK-LOTE-VENDAS-PARC TO JRN-VALOR
                   MOVE 'VENDAS PARCELADAS DO LOTE' TO JRN-HISTORICO
                   PERFORM GRAVAR-JORNAL
               END-IF
               MOVE 'VENDAS BRUTAS DO LOTE' TO JRN-HISTORICO
               MOVE 'VENDAS' TO JRN-CONTA
               SET JRN-CREDITO TO TRUE
               MOVE WRK-LOTE-VENDAS TO JRN-VALOR
               MOVE WRK-LOTE-DEVOL TO JRN-VALOR
               PERFORM GRAVAR-JORNAL
           END-IF.
           IF WRK-LOTE-CMV > ZEROS
               MOVE WRK-LOTE-NUMERO TO JRN-LOTE
               MOVE 'CMV' TO JRN-CONTA
               SET JRN-DEBITO TO TRUE
               MOVE WRK-LOTE-CMV TO JRN-VALOR
               MOVE 'CUSTO DAS VENDAS DO LOTE' TO JRN-HISTORICO
               PERFORM GRAVAR-JORNAL
               MOVE 'ESTOQUE' TO JRN-CONTA
               SET JRN-CREDITO TO TRUE
               MOVE WRK-LOTE-CMV TO JRN-VALOR
               PERFORM GRAVAR-JORNAL
           END-IF.
           IF WRK-LOTE-CMV-DEV > ZEROS
               MOVE WRK-LOTE-NUMERO TO JRN-LOTE
               MOVE 'ESTOQUE' TO JRN-CONTA
               SET JRN-DEBITO TO TRUE
               MOVE WRK-LOTE-CMV-DEV TO JRN-VALOR
               MOVE 'CUSTO DAS DEVOLUCOES DO LOTE' TO JRN-HISTORICO
               PERFORM GRAVAR-JORNAL
               MOVE 'CMV' TO JRN-CONTA
               SET JRN-CREDITO TO TRUE
               MOVE WRK-LOTE-CMV-DEV TO JRN-VALOR
               PERFORM GRAVAR-JORNAL
           END-IF.

       GRAVAR-JORNAL-LOTE-EXIT.
           EXIT.
               BY =='PROGCOB15'==.
           COPY 'CALENDP.CPY'.
           COPY 'APROVP.CPY'.
           COPY 'ESTMOVP.CPY'.
           COPY 'CARTPRVP.CPY'.
           COPY 'PONTOSP.CPY'.
           COPY 'LIMCREDP.CPY'.
           COPY 'PARAMETROSP.CPY'.
           COPY 'PRECOVP.CPY'.
