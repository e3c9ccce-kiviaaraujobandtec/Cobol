      ***********************************************************
      * CARTPRVP.CPY                                              *
      * PARAGRAFOS PADRAO DA FORMA DE PAGAMENTO DA VENDA E DAS    *
      * LIQUIDACOES PREVISTAS DE CARTAO. O PROGRAMA CHAMADOR TEM  *
      * O REG-VENDA (VENDAS.CPY), DECLARA O ARQUIVO               *
      * CARTAO-PREVISTO (ASSIGN "CARTPREV", CARTPREV.CPY, CHAVE   *
      * CPRV-NSU, FILE STATUS CPRV-WS-STATUS) E O PARAMETROS, E   *
      * FAZ COPY 'CARTPRVW.CPY' E 'PARAMETROSW.CPY'. NA           *
      * WORKING-STORAGE E 'PARAMETROSP.CPY' NA PROCEDURE:         *
      * - EXECUTA ABRIR-CARTAO-PREVISTO UMA VEZ NA INICIALIZACAO  *
      *   (CARREGA AS CONDICOES DA CREDENCIADORA) E               *
      *   FECHAR-CARTAO-PREVISTO NO ENCERRAMENTO;                 *
      * - EXECUTA CONFERIR-PAGAMENTO NA VENDA: O MOTIVO DA RECUSA *
      *   VOLTA EM CPRV-WS-MOTIVO (BRANCO = ACEITO);              *
      * - NA VENDA ACEITA NO CARTAO, MOVE O LOTE PARA             *
      *   CPRV-WS-LOTE E EXECUTA GRAVAR-CARTAO-PREVISTO.          *
      ***********************************************************
       ABRIR-CARTAO-PREVISTO.
           OPEN I-O CARTAO-PREVISTO.
           IF CPRV-NAO-ENCONTRADO
               OPEN OUTPUT CARTAO-PREVISTO
               CLOSE CARTAO-PREVISTO
               OPEN I-O CARTAO-PREVISTO
           END-IF.
           MOVE 'TAXA-CARTAO-DEB' TO PARM-CODIGO.
           PERFORM LER-PARAMETRO.
           IF PARM-OK
               MOVE PARM-VALOR TO CPRV-WS-TAXA-DEB
           END-IF.
           MOVE 'TAXA-CARTAO-CRED' TO PARM-CODIGO.
           PERFORM LER-PARAMETRO.
           IF PARM-OK
               MOVE PARM-VALOR TO CPRV-WS-TAXA-CRED
           END-IF.
           MOVE 'PRAZO-CARTAO-DEB' TO PARM-CODIGO.
           PERFORM LER-PARAMETRO.
           IF PARM-OK
               MOVE PARM-VALOR TO CPRV-WS-PRAZO-DEB
           END-IF.
           MOVE 'PRAZO-CARTAO-CRED' TO PARM-CODIGO.
           PERFORM LER-PARAMETRO.
           IF PARM-OK
               MOVE PARM-VALOR TO CPRV-WS-PRAZO-CRED
           END-IF.

       ABRIR-CARTAO-PREVISTO-EXIT.
           EXIT.

       FECHAR-CARTAO-PREVISTO.
           CLOSE CARTAO-PREVISTO.

       FECHAR-CARTAO-PREVISTO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * CONFERIR-PAGAMENTO                                        *
      * FORMA DE PAGAMENTO CONHECIDA E, NO CARTAO, NSU INFORMADO  *
      * E AINDA NAO REGISTRADO NAS LIQUIDACOES PREVISTAS.         *
      *----------------------------------------------------------*
       CONFERIR-PAGAMENTO.
           MOVE SPACES TO CPRV-WS-MOTIVO.
           IF NOT PAGTO-VALIDO
               MOVE 'PAG' TO CPRV-WS-MOTIVO
               GO TO CONFERIR-PAGAMENTO-EXIT
           END-IF.
           IF NOT PAGTO-CARTAO
               GO TO CONFERIR-PAGAMENTO-EXIT
           END-IF.
           IF VENDA-NSU = SPACES
               MOVE 'PAG' TO CPRV-WS-MOTIVO
               GO TO CONFERIR-PAGAMENTO-EXIT
           END-IF.
           MOVE VENDA-NSU TO CPRV-NSU.
           READ CARTAO-PREVISTO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'PAG' TO CPRV-WS-MOTIVO
           END-READ.

       CONFERIR-PAGAMENTO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * GRAVAR-CARTAO-PREVISTO                                    *
      * REGISTRA A LIQUIDACAO ESPERADA DA VENDA NO CARTAO: TAXA   *
      * E PRAZO DA MODALIDADE (DEBITO OU CREDITO) E DATA PREVISTA *
      * = DATA DA VENDA + PRAZO EM DIAS CORRIDOS.                 *
      *----------------------------------------------------------*
       GRAVAR-CARTAO-PREVISTO.
           MOVE VENDA-NSU TO CPRV-NSU.
           MOVE VENDA-FORMA-PAGTO TO CPRV-FORMA.
           MOVE VENDA-DATA TO CPRV-DATA-VENDA.
           MOVE VENDA-VENDEDOR TO CPRV-VENDEDOR.
           MOVE CPRV-WS-LOTE TO CPRV-LOTE.
           MOVE VENDA-VALOR TO CPRV-VALOR-BRUTO.
           IF PAGTO-CARTAO-DEBITO
               MOVE CPRV-WS-TAXA-DEB TO CPRV-TAXA-PCT
               MOVE CPRV-WS-PRAZO-DEB TO CPRV-WS-PRAZO
           ELSE
               MOVE CPRV-WS-TAXA-CRED TO CPRV-TAXA-PCT
               MOVE CPRV-WS-PRAZO-CRED TO CPRV-WS-PRAZO
           END-IF.
           COMPUTE CPRV-VALOR-TAXA ROUNDED =
               CPRV-VALOR-BRUTO * CPRV-TAXA-PCT / 100.
           COMPUTE CPRV-VALOR-LIQUIDO =
               CPRV-VALOR-BRUTO - CPRV-VALOR-TAXA.
           COMPUTE CPRV-DATA-PREVISTA = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(VENDA-DATA) + CPRV-WS-PRAZO).
           SET CPRV-ABERTO TO TRUE.
           MOVE ZEROS TO CPRV-DATA-PAGTO.
           MOVE ZEROS TO CPRV-VALOR-PAGO.
           MOVE ZEROS TO CPRV-TAXA-COBRADA.
           WRITE REG-CARTAO-PREVISTO
               INVALID KEY
                   DISPLAY 'NSU ' VENDA-NSU ' JA REGISTRADO - '
                           'LIQUIDACAO PREVISTA NAO GRAVADA'
               NOT INVALID KEY
                   ADD 1 TO CPRV-WS-GRAVADOS
           END-WRITE.

       GRAVAR-CARTAO-PREVISTO-EXIT.
           EXIT.
