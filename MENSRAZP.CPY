      ***********************************************************
      * MENSRAZP.CPY                                              *
      * PARAGRAFOS PADRAO DO RAZAO DA CONTA MENS-RECEBER. O       *
      * PROGRAMA CHAMADOR DECLARA O ARQUIVO RAZAO-MENSAL (ASSIGN  *
      * "MENSRAZ", INDEXADO POR MRZ-ANOMES, ACESSO DINAMICO, FILE *
      * STATUS MRZ-WS-STATUS, LAYOUT MENSRAZ.CPY), FAZ COPY       *
      * 'MENSRAZW.CPY'. NA WORKING-STORAGE E:                     *
      * - EXECUTA ABRIR-RAZAO-MENSAL UMA VEZ; RAZAO AUSENTE DEIXA *
      *   MRZ-SEM-RAZAO (REGIME DE COMPETENCIA AINDA NAO          *
      *   IMPLANTADO) - SO O FATURAMENTO O CRIA, PELO             *
      *   IMPLANTAR-RAZAO-MENSAL;                                 *
      * - PARA LANCAR, MOVE O MES PARA MRZ-WS-ANOMES E OS VALORES *
      *   DO MOVIMENTO PARA MRZ-WS-IMPLANTACAO, -FATURADO,        *
      *   -ACRESCIMO E -BAIXADO E EXECUTA LANCAR-RAZAO-MENSAL     *
      *   THRU LANCAR-RAZAO-MENSAL-EXIT (OS VALORES SAO ZERADOS   *
      *   APOS O LANCAMENTO);                                     *
      * - PARA CONSULTAR, MOVE O MES PARA MRZ-WS-ANOMES E EXECUTA *
      *   LER-RAZAO-MENSAL THRU LER-RAZAO-MENSAL-EXIT (SALDO EM   *
      *   MRZ-WS-SALDO);                                          *
      * - EXECUTA FECHAR-RAZAO-MENSAL NO ENCERRAMENTO.            *
      * USO: COPY 'MENSRAZP.CPY'. NA PROCEDURE DIVISION.          *
      ***********************************************************
       ABRIR-RAZAO-MENSAL.
           OPEN I-O RAZAO-MENSAL.
           IF MRZ-NAO-ENCONTRADO
               MOVE 'N' TO MRZ-WS-ABERTO
           ELSE
               MOVE 'S' TO MRZ-WS-ABERTO
           END-IF.

       ABRIR-RAZAO-MENSAL-EXIT.
           EXIT.

       IMPLANTAR-RAZAO-MENSAL.
           OPEN OUTPUT RAZAO-MENSAL.
           CLOSE RAZAO-MENSAL.
           OPEN I-O RAZAO-MENSAL.
           MOVE 'S' TO MRZ-WS-ABERTO.

       IMPLANTAR-RAZAO-MENSAL-EXIT.
           EXIT.

       FECHAR-RAZAO-MENSAL.
           IF MRZ-IMPLANTADO
               CLOSE RAZAO-MENSAL
           END-IF.

       FECHAR-RAZAO-MENSAL-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LER-RAZAO-MENSAL                                          *
      * VARRE O RAZAO ATE O MES MRZ-WS-ANOMES: O SALDO ANTERIOR E *
      * O FINAL DO ULTIMO MES GRAVADO ANTES DELE. QUANDO O MES    *
      * JA TEM REGISTRO, ELE FICA EM REG-RAZAO-MENSAL E           *
      * MRZ-MES-GRAVADO E LIGADO.                                 *
      *----------------------------------------------------------*
       LER-RAZAO-MENSAL.
           MOVE ZEROS TO MRZ-WS-SALDO-ANTERIOR.
           MOVE ZEROS TO MRZ-WS-SALDO.
           MOVE 'N' TO MRZ-WS-MES.
           MOVE 'N' TO MRZ-WS-VARRER.
           IF MRZ-SEM-RAZAO
               GO TO LER-RAZAO-MENSAL-EXIT
           END-IF.
           MOVE ZEROS TO MRZ-ANOMES.
           START RAZAO-MENSAL KEY IS NOT < MRZ-ANOMES
               INVALID KEY
                   MOVE 'F' TO MRZ-WS-VARRER
           END-START.
           PERFORM VARRER-RAZAO-MENSAL UNTIL MRZ-VARRER-FIM.
           IF MRZ-MES-GRAVADO
               MOVE MRZ-SALDO-FINAL TO MRZ-WS-SALDO
           ELSE
               MOVE MRZ-WS-SALDO-ANTERIOR TO MRZ-WS-SALDO
           END-IF.

       LER-RAZAO-MENSAL-EXIT.
           EXIT.

       VARRER-RAZAO-MENSAL.
           READ RAZAO-MENSAL NEXT RECORD
               AT END
                   MOVE 'F' TO MRZ-WS-VARRER
           END-READ.
           IF NOT MRZ-VARRER-FIM
               IF MRZ-ANOMES > MRZ-WS-ANOMES
                   MOVE 'F' TO MRZ-WS-VARRER
               ELSE
                   IF MRZ-ANOMES = MRZ-WS-ANOMES
                       MOVE 'S' TO MRZ-WS-MES
                       MOVE 'F' TO MRZ-WS-VARRER
                   ELSE
                       MOVE MRZ-SALDO-FINAL TO MRZ-WS-SALDO-ANTERIOR
                   END-IF
               END-IF
           END-IF.

       VARRER-RAZAO-MENSAL-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LANCAR-RAZAO-MENSAL                                       *
      * SOMA O MOVIMENTO DO CHAMADOR NO REGISTRO DO MES (CRIADO   *
      * COM O SALDO FINAL DO MES ANTERIOR QUANDO AINDA NAO        *
      * EXISTE) E RECALCULA O SALDO FINAL.                        *
      *----------------------------------------------------------*
       LANCAR-RAZAO-MENSAL.
           IF MRZ-SEM-RAZAO
               GO TO LANCAR-RAZAO-MENSAL-EXIT
           END-IF.
           PERFORM LER-RAZAO-MENSAL THRU LER-RAZAO-MENSAL-EXIT.
           IF NOT MRZ-MES-GRAVADO
               MOVE MRZ-WS-ANOMES TO MRZ-ANOMES
               MOVE MRZ-WS-SALDO-ANTERIOR TO MRZ-SALDO-INICIAL
               MOVE ZEROS TO MRZ-IMPLANTACAO
               MOVE ZEROS TO MRZ-FATURADO
               MOVE ZEROS TO MRZ-ACRESCIMO
               MOVE ZEROS TO MRZ-BAIXADO
           END-IF.
           ADD MRZ-WS-IMPLANTACAO TO MRZ-IMPLANTACAO.
           ADD MRZ-WS-FATURADO TO MRZ-FATURADO.
           ADD MRZ-WS-ACRESCIMO TO MRZ-ACRESCIMO.
           ADD MRZ-WS-BAIXADO TO MRZ-BAIXADO.
           COMPUTE MRZ-SALDO-FINAL = MRZ-SALDO-INICIAL
               + MRZ-IMPLANTACAO + MRZ-FATURADO + MRZ-ACRESCIMO
               - MRZ-BAIXADO.
           ACCEPT MRZ-DATA-ATUALIZACAO FROM DATE YYYYMMDD.
           IF MRZ-MES-GRAVADO
               REWRITE REG-RAZAO-MENSAL
           ELSE
               WRITE REG-RAZAO-MENSAL
           END-IF.
           MOVE MRZ-SALDO-FINAL TO MRZ-WS-SALDO.
           MOVE ZEROS TO MRZ-WS-IMPLANTACAO.
           MOVE ZEROS TO MRZ-WS-FATURADO.
           MOVE ZEROS TO MRZ-WS-ACRESCIMO.
           MOVE ZEROS TO MRZ-WS-BAIXADO.

       LANCAR-RAZAO-MENSAL-EXIT.
           EXIT.
