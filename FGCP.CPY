      ***********************************************************
      * FGCP.CPY                                                  *
      * PARAGRAFOS PADRAO DO CONTROLE DE EXPOSICAO AO FGC POR CPF. *
      * O PROGRAMA CHAMADOR DECLARA O ARQUIVO INVESTIMENTO-LEDGER *
      * (LAYOUT LEDGER.CPY, JA ABERTO) E O ARQUIVO PARAMETROS     *
      * (PARAMETROSW/P.CPY), FAZ COPY 'FGCW.CPY'. NA              *
      * WORKING-STORAGE E:                                        *
      * - EXECUTA CARREGAR-LIMITE-FGC UMA VEZ (TETO, ALERTA E     *
      *   ACAO DOS LOTES EM PARAMETROS);                          *
      * - PARA CADA APORTE MOVE CPF, CONTA, TIPO DE PRODUTO E     *
      *   VALOR PARA OS CAMPOS FGC-WS- E EXECUTA                  *
      *   PERFORM APURAR-EXPOSICAO-FGC THRU APURAR-EXPOSICAO-FGC- *
      *   EXIT. VOLTA FGC-NAO-SE-APLICA (CPF ZERADO, PRODUTO NAO  *
      *   GARANTIDO OU VALOR NAO POSITIVO), FGC-DENTRO-LIMITE OU  *
      *   FGC-ACIMA-LIMITE, COM A EXPOSICAO ANTES E DEPOIS DO     *
      *   APORTE E A PARTE DESCOBERTA (ACIMA DO TETO).            *
      * A VARREDURA REPOSICIONA O LEDGER E RELE A CONTA           *
      * FGC-WS-CONTA NO FIM, DEVOLVENDO O REGISTRO AO CHAMADOR    *
      * PARA O REWRITE; CONTA AINDA NAO GRAVADA FICA COM O        *
      * REGISTRO DA ULTIMA LEITURA.                               *
      * USO: COPY 'FGCP.CPY'. NA PROCEDURE DIVISION.              *
      ***********************************************************
       CARREGAR-LIMITE-FGC.
           MOVE 'FGC-LIMITE-MIL' TO PARM-CODIGO.
           PERFORM LER-PARAMETRO.
           IF PARM-VALOR > ZEROS
               COMPUTE FGC-WS-LIMITE = PARM-VALOR * 1000
           END-IF.
           MOVE 'FGC-ALERTA-PCT' TO PARM-CODIGO.
           PERFORM LER-PARAMETRO.
           IF PARM-VALOR > ZEROS
               MOVE PARM-VALOR TO FGC-WS-ALERTA-PCT
           END-IF.
           COMPUTE FGC-WS-ALERTA ROUNDED =
               FGC-WS-LIMITE * FGC-WS-ALERTA-PCT / 100.
           MOVE 'FGC-SO-AVISO' TO PARM-CODIGO.
           PERFORM LER-PARAMETRO.
           IF PARM-VALOR = 1
               MOVE 1 TO FGC-WS-SO-AVISO
           ELSE
               MOVE ZEROS TO FGC-WS-SO-AVISO
           END-IF.

       CARREGAR-LIMITE-FGC-EXIT.
           EXIT.

       APURAR-EXPOSICAO-FGC.
           SET FGC-NAO-SE-APLICA TO TRUE.
           MOVE ZEROS TO FGC-WS-EXPOSICAO.
           MOVE ZEROS TO FGC-WS-EXPOSICAO-APOS.
           MOVE ZEROS TO FGC-WS-DESCOBERTO.
           MOVE ZEROS TO FGC-WS-QTD-CONTAS.
           IF FGC-WS-CPF = ZEROS
               OR NOT FGC-PRODUTO-GARANTIDO
               OR FGC-WS-VALOR NOT > ZEROS
               GO TO APURAR-EXPOSICAO-FGC-EXIT
           END-IF.

           MOVE 'N' TO FGC-WS-VARRE.
           MOVE ZEROS TO LEDGER-CONTA.
           START INVESTIMENTO-LEDGER KEY IS NOT < LEDGER-CONTA
               INVALID KEY
                   SET FGC-VARREDURA-FIM TO TRUE
           END-START.
           PERFORM SOMAR-CONTA-FGC UNTIL FGC-VARREDURA-FIM.

           COMPUTE FGC-WS-EXPOSICAO-APOS =
               FGC-WS-EXPOSICAO + FGC-WS-VALOR.
           IF FGC-WS-EXPOSICAO-APOS > FGC-WS-LIMITE
               SET FGC-ACIMA-LIMITE TO TRUE
               COMPUTE FGC-WS-DESCOBERTO =
                   FGC-WS-EXPOSICAO-APOS - FGC-WS-LIMITE
           ELSE
               SET FGC-DENTRO-LIMITE TO TRUE
           END-IF.

           MOVE FGC-WS-CONTA TO LEDGER-CONTA.
           READ INVESTIMENTO-LEDGER
               INVALID KEY
                   CONTINUE
           END-READ.

       APURAR-EXPOSICAO-FGC-EXIT.
           EXIT.

       SOMAR-CONTA-FGC.
           READ INVESTIMENTO-LEDGER NEXT RECORD
               AT END
                   SET FGC-VARREDURA-FIM TO TRUE
           END-READ.
           IF NOT FGC-VARREDURA-FIM
               IF LEDGER-CPF = FGC-WS-CPF
                   AND NOT LEDGER-CONTA-ENCERRADA
                   AND (LEDGER-TIPO-PROD = 'CDB'
                       OR LEDGER-TIPO-PROD = 'CDB-CDI'
                       OR LEDGER-TIPO-PROD = 'LCI')
                   ADD LEDGER-SALDO TO FGC-WS-EXPOSICAO
                   ADD 1 TO FGC-WS-QTD-CONTAS
               END-IF
           END-IF.

       SOMAR-CONTA-FGC-EXIT.
           EXIT.
