      ***********************************************************
      * PONTOSP.CPY                                               *
      * PARAGRAFOS PADRAO DO PROGRAMA DE PONTOS DE FIDELIDADE.    *
      * O PROGRAMA CHAMADOR DECLARA OS ARQUIVOS PONTOS-SALDO      *
      * (ASSIGN "PONTSALD", PONTSALD.CPY, CHAVE PTS-CPF, FILE     *
      * STATUS PTS-WS-STATUS) E PONTOS-MOVIMENTOS (ASSIGN         *
      * "PONTMOV", PONTMOV.CPY, CHAVE PTM-CHAVE, FILE STATUS      *
      * PTM-WS-STATUS), AMBOS INDEXED DYNAMIC, E O PARAMETROS, E  *
      * FAZ COPY 'PONTOSW.CPY' E 'PARAMETROSW.CPY' NA             *
      * WORKING-STORAGE E 'PARAMETROSP.CPY' NA PROCEDURE:         *
      * - EXECUTA ABRIR-PONTOS UMA VEZ NA INICIALIZACAO (CARREGA  *
      *   AS REGRAS DO PROGRAMA) E FECHAR-PONTOS NO ENCERRAMENTO; *
      * - MOVE CPF, VALOR, DATA DA VENDA, LOTE E OPERADOR PARA    *
      *   PTS-WS-CPF, PTS-WS-VALOR, PTS-WS-DATA-VENDA, PTS-WS-LOTE*
      *   E PTS-WS-OPERADOR E EXECUTA, COM THRU ...-EXIT:         *
      *   CREDITAR-PONTOS NA VENDA (SO PARA CLIENTE QUE ACEITA    *
      *   MARKETING - A CONFERENCIA DO CONSENTIMENTO E DO         *
      *   CHAMADOR) OU ESTORNAR-PONTOS NA DEVOLUCAO;              *
      * - NO RESGATE, MOVE TAMBEM OS PONTOS PARA PTS-WS-PONTOS E  *
      *   O DESCONTO PARA PTS-WS-VALOR E EXECUTA RESGATAR-PONTOS  *
      *   THRU RESGATAR-PONTOS-EXIT: A RECUSA VOLTA EM            *
      *   PTS-WS-MOTIVO (BRANCO = LANCADO).                       *
      ***********************************************************
       ABRIR-PONTOS.
           OPEN I-O PONTOS-SALDO.
           IF PTS-NAO-ENCONTRADO
               OPEN OUTPUT PONTOS-SALDO
               CLOSE PONTOS-SALDO
               OPEN I-O PONTOS-SALDO
           END-IF.
           OPEN I-O PONTOS-MOVIMENTOS.
           IF PTM-NAO-ENCONTRADO
               OPEN OUTPUT PONTOS-MOVIMENTOS
               CLOSE PONTOS-MOVIMENTOS
               OPEN I-O PONTOS-MOVIMENTOS
           END-IF.
           MOVE 'S' TO PTS-WS-ABERTO.
           ACCEPT PTS-WS-HOJE FROM DATE YYYYMMDD.
           MOVE 'PONTOS-POR-REAL' TO PARM-CODIGO.
           PERFORM LER-PARAMETRO.
           IF PARM-OK
               MOVE PARM-VALOR TO PTS-WS-POR-REAL
           END-IF.
           MOVE 'PONTOS-VALIDADE' TO PARM-CODIGO.
           PERFORM LER-PARAMETRO.
           IF PARM-OK
               MOVE PARM-VALOR TO PTS-WS-VALIDADE-MESES
           END-IF.
           MOVE 'PONTOS-VALOR' TO PARM-CODIGO.
           PERFORM LER-PARAMETRO.
           IF PARM-OK
               MOVE PARM-VALOR TO PTS-WS-VALOR-PONTO
           END-IF.

       ABRIR-PONTOS-EXIT.
           EXIT.

       FECHAR-PONTOS.
           IF PTS-ABERTO
               CLOSE PONTOS-SALDO
               CLOSE PONTOS-MOVIMENTOS
               MOVE 'N' TO PTS-WS-ABERTO
           END-IF.

       FECHAR-PONTOS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * CREDITAR-PONTOS                                           *
      * GANHO NA VENDA: PONTOS-POR-REAL SOBRE O VALOR (FRACAO     *
      * DESPREZADA). O PRIMEIRO GANHO DO CPF E A ADESAO AO        *
      * PROGRAMA. CADA GANHO VALE ATE O FIM DO MES DA VENDA MAIS  *
      * PONTOS-VALIDADE MESES.                                    *
      *----------------------------------------------------------*
       CREDITAR-PONTOS.
           COMPUTE PTS-WS-PONTOS = PTS-WS-VALOR * PTS-WS-POR-REAL.
           IF PTS-WS-PONTOS = ZEROS
               GO TO CREDITAR-PONTOS-EXIT
           END-IF.
           PERFORM LER-SALDO-PONTOS.
           IF NOT PTS-PARTICIPANTE
               MOVE PTS-WS-CPF TO PTS-CPF
               MOVE ZEROS TO PTS-SALDO
               MOVE ZEROS TO PTS-ULT-SEQ
               MOVE PTS-WS-HOJE TO PTS-DATA-ADESAO
               MOVE ZEROS TO PTS-TOT-GANHOS
               MOVE ZEROS TO PTS-TOT-ESTORNOS
               MOVE ZEROS TO PTS-TOT-RESGATES
               MOVE ZEROS TO PTS-TOT-EXPIRADOS
               ADD 1 TO PTS-WS-QTD-ADESOES
           END-IF.
           COMPUTE PTS-WS-MESES = PTS-WS-VENDA-ANO * 12
               + PTS-WS-VENDA-MES - 1 + PTS-WS-VALIDADE-MESES.
           DIVIDE PTS-WS-MESES BY 12 GIVING PTS-WS-ANO
               REMAINDER PTS-WS-MES.
           ADD 1 TO PTS-WS-MES.
           COMPUTE PTS-WS-VALIDADE = PTS-WS-ANO * 100 + PTS-WS-MES.
           ADD PTS-WS-PONTOS TO PTS-SALDO.
           ADD PTS-WS-PONTOS TO PTS-TOT-GANHOS.
           MOVE 'G' TO PTS-WS-TIPO.
           MOVE PTS-WS-PONTOS TO PTS-WS-SALDO-LOTE.
           PERFORM GRAVAR-MOVIMENTO-PONTOS.
           PERFORM GRAVAR-SALDO-PONTOS.
           ADD 1 TO PTS-WS-QTD-GANHOS.

       CREDITAR-PONTOS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ESTORNAR-PONTOS                                           *
      * DEVOLUCAO: RETIRA OS PONTOS QUE O VALOR DEVOLVIDO TERIA   *
      * GERADO, LIMITADOS AO SALDO (PONTOS JA RESGATADOS OU       *
      * EXPIRADOS NAO SAO COBRADOS). CPF FORA DO PROGRAMA NAO     *
      * TEM O QUE ESTORNAR.                                       *
      *----------------------------------------------------------*
       ESTORNAR-PONTOS.
           PERFORM LER-SALDO-PONTOS.
           IF NOT PTS-PARTICIPANTE
               GO TO ESTORNAR-PONTOS-EXIT
           END-IF.
           COMPUTE PTS-WS-PONTOS = PTS-WS-VALOR * PTS-WS-POR-REAL.
           IF PTS-WS-PONTOS > PTS-SALDO
               MOVE PTS-SALDO TO PTS-WS-PONTOS
           END-IF.
           IF PTS-WS-PONTOS = ZEROS
               GO TO ESTORNAR-PONTOS-EXIT
           END-IF.
           MOVE PTS-WS-PONTOS TO PTS-WS-A-CONSUMIR.
           PERFORM CONSUMIR-PONTOS.
           SUBTRACT PTS-WS-PONTOS FROM PTS-SALDO.
           ADD PTS-WS-PONTOS TO PTS-TOT-ESTORNOS.
           MOVE 'E' TO PTS-WS-TIPO.
           MOVE ZEROS TO PTS-WS-VALIDADE.
           MOVE ZEROS TO PTS-WS-SALDO-LOTE.
           PERFORM GRAVAR-MOVIMENTO-PONTOS.
           PERFORM GRAVAR-SALDO-PONTOS.
           ADD 1 TO PTS-WS-QTD-ESTORNOS.

       ESTORNAR-PONTOS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * RESGATAR-PONTOS                                           *
      * RESGATE NO CAIXA: OS PONTOS INFORMADOS SAEM DO SALDO COMO *
      * DESCONTO NA VENDA. SEM SALDO SUFICIENTE O RESGATE E       *
      * RECUSADO COM O MOTIVO SAL.                                *
      *----------------------------------------------------------*
       RESGATAR-PONTOS.
           MOVE SPACES TO PTS-WS-MOTIVO.
           PERFORM LER-SALDO-PONTOS.
           IF NOT PTS-PARTICIPANTE
               OR PTS-WS-PONTOS = ZEROS
               OR PTS-WS-PONTOS > PTS-SALDO
               MOVE 'SAL' TO PTS-WS-MOTIVO
               GO TO RESGATAR-PONTOS-EXIT
           END-IF.
           MOVE PTS-WS-PONTOS TO PTS-WS-A-CONSUMIR.
           PERFORM CONSUMIR-PONTOS.
           SUBTRACT PTS-WS-PONTOS FROM PTS-SALDO.
           ADD PTS-WS-PONTOS TO PTS-TOT-RESGATES.
           MOVE 'R' TO PTS-WS-TIPO.
           MOVE ZEROS TO PTS-WS-VALIDADE.
           MOVE ZEROS TO PTS-WS-SALDO-LOTE.
           PERFORM GRAVAR-MOVIMENTO-PONTOS.
           PERFORM GRAVAR-SALDO-PONTOS.

       RESGATAR-PONTOS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LER-SALDO-PONTOS                                          *
      * POSICIONA O SALDO DO CPF; PTS-PARTICIPANTE INDICA SE O    *
      * CPF JA ADERIU AO PROGRAMA.                                *
      *----------------------------------------------------------*
       LER-SALDO-PONTOS.
           MOVE PTS-WS-CPF TO PTS-CPF.
           READ PONTOS-SALDO
               INVALID KEY
                   MOVE 'N' TO PTS-WS-SALDO-ACHADO
               NOT INVALID KEY
                   MOVE 'S' TO PTS-WS-SALDO-ACHADO
           END-READ.

       LER-SALDO-PONTOS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * CONSUMIR-PONTOS                                           *
      * BAIXA PTS-WS-A-CONSUMIR PONTOS DOS GANHOS DO CPF AINDA    *
      * COM SALDO, DO MAIS ANTIGO AO MAIS NOVO.                   *
      *----------------------------------------------------------*
       CONSUMIR-PONTOS.
           MOVE 'N' TO PTS-WS-VARRE-FIM.
           MOVE PTS-WS-CPF TO PTM-CPF.
           MOVE ZEROS TO PTM-SEQ.
           START PONTOS-MOVIMENTOS KEY IS NOT LESS THAN PTM-CHAVE
               INVALID KEY
                   MOVE 'S' TO PTS-WS-VARRE-FIM
           END-START.
           PERFORM CONSUMIR-LOTE-PONTOS
               THRU CONSUMIR-LOTE-PONTOS-EXIT
               UNTIL PTS-VARREDURA-FIM
                  OR PTS-WS-A-CONSUMIR = ZEROS.

       CONSUMIR-PONTOS-EXIT.
           EXIT.

       CONSUMIR-LOTE-PONTOS.
           READ PONTOS-MOVIMENTOS NEXT RECORD
               AT END
                   MOVE 'S' TO PTS-WS-VARRE-FIM
           END-READ.
           IF PTS-VARREDURA-FIM
               GO TO CONSUMIR-LOTE-PONTOS-EXIT
           END-IF.
           IF PTM-CPF NOT = PTS-WS-CPF
               MOVE 'S' TO PTS-WS-VARRE-FIM
               GO TO CONSUMIR-LOTE-PONTOS-EXIT
           END-IF.
           IF NOT PTM-GANHO OR PTM-SALDO-LOTE = ZEROS
               GO TO CONSUMIR-LOTE-PONTOS-EXIT
           END-IF.
           IF PTM-SALDO-LOTE > PTS-WS-A-CONSUMIR
               MOVE PTS-WS-A-CONSUMIR TO PTS-WS-CONSUMO-LOTE
           ELSE
               MOVE PTM-SALDO-LOTE TO PTS-WS-CONSUMO-LOTE
           END-IF.
           SUBTRACT PTS-WS-CONSUMO-LOTE FROM PTM-SALDO-LOTE.
           SUBTRACT PTS-WS-CONSUMO-LOTE FROM PTS-WS-A-CONSUMIR.
           REWRITE REG-PONTOS-MOV.

       CONSUMIR-LOTE-PONTOS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * GRAVAR-MOVIMENTO-PONTOS                                   *
      * ACRESCENTA O LANCAMENTO AO RAZAO DO CPF NA PROXIMA        *
      * SEQUENCIA. O SALDO JA DEVE ESTAR ATUALIZADO.              *
      *----------------------------------------------------------*
       GRAVAR-MOVIMENTO-PONTOS.
           ADD 1 TO PTS-ULT-SEQ.
           MOVE PTS-WS-HOJE TO PTS-DATA-ULT-MOV.
           MOVE PTS-WS-CPF TO PTM-CPF.
           MOVE PTS-ULT-SEQ TO PTM-SEQ.
           MOVE PTS-WS-HOJE TO PTM-DATA.
           MOVE PTS-WS-TIPO TO PTM-TIPO.
           MOVE PTS-WS-PONTOS TO PTM-PONTOS.
           MOVE PTS-WS-DATA-VENDA TO PTM-DATA-VENDA.
           MOVE PTS-WS-LOTE TO PTM-LOTE.
           MOVE PTS-WS-VALOR TO PTM-VALOR-REF.
           MOVE PTS-WS-VALIDADE TO PTM-VALIDADE.
           MOVE PTS-WS-SALDO-LOTE TO PTM-SALDO-LOTE.
           MOVE PTS-SALDO TO PTM-SALDO-APOS.
           MOVE PTS-WS-OPERADOR TO PTM-OPERADOR.
           WRITE REG-PONTOS-MOV
               INVALID KEY
                   DISPLAY 'MOVIMENTO DE PONTOS ' PTM-CPF '/' PTM-SEQ
                           ' JA REGISTRADO - NAO GRAVADO'
           END-WRITE.

       GRAVAR-MOVIMENTO-PONTOS-EXIT.
           EXIT.

       GRAVAR-SALDO-PONTOS.
           IF PTS-PARTICIPANTE
               REWRITE REG-PONTOS-SALDO
           ELSE
               WRITE REG-PONTOS-SALDO
               MOVE 'S' TO PTS-WS-SALDO-ACHADO
           END-IF.

       GRAVAR-SALDO-PONTOS-EXIT.
           EXIT.
