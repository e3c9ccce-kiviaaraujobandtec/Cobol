      ***********************************************************
      * LOTEP.CPY                                                 *
      * PARAGRAFOS PADRAO DA POSICAO POR LOTE DE APORTE           *
      * (LOTEW.CPY). O PROGRAMA CHAMADOR DECLARA O ARQUIVO        *
      * INVESTIMENTO-MOVIMENTOS (LAYOUT INVMOV.CPY, JA ABERTO),   *
      * FAZ COPY 'LOTEW.CPY'. E COPY 'IOFW.CPY'. NA               *
      * WORKING-STORAGE, MOVE A CONTA PARA LOT-WS-CONTA (E, SE    *
      * QUISER, A DATA DE REFERENCIA PARA LOT-WS-DATA-REF - ZERO  *
      * = HOJE - E O ANO-CALENDARIO PARA LOT-WS-ANO) E EXECUTA    *
      * PERFORM APURAR-LOTES.                                     *
      * O PARAGRAFO REFAZ OS LOTES A PARTIR DO HISTORICO DA CONTA *
      * E DEVOLVE:                                                *
      * - LOT-TAB-* DE CADA LOTE (LOT-WS-QTD LOTES, DO MAIS       *
      *   ANTIGO PARA O MAIS NOVO), COM OS DIAS CORRIDOS E O IOF  *
      *   DEVIDO NA DATA DE REFERENCIA PELA TABELA REGRESSIVA DE  *
      *   IOFW.CPY (SO SOBRE OS JUROS DO LOTE COM MENOS DE 30     *
      *   DIAS; O LOTE 000000 DE ABERTURA NAO TEM DATA DE APORTE  *
      *   E NAO PAGA IOF, COMO NO IOFP.CPY);                      *
      * - LOT-WS-TOTAL (SALDO DA CONTA PELOS LOTES),              *
      *   LOT-WS-JUROS-TOTAL E LOT-WS-IOF-TOTAL;                  *
      * - LOT-WS-IOF-RESGATE: IOF DO ULTIMO RESGATE DO HISTORICO, *
      *   PELOS DIAS DE CADA LOTE QUE ELE CONSUMIU ATE A DATA DO  *
      *   RESGATE.                                                *
      * PARA UM RESGATE AINDA NAO LANCADO, O CHAMADOR MOVE O      *
      * VALOR PARA LOT-WS-RESGATE E, DEPOIS DE APURAR-LOTES,      *
      * EXECUTA SIMULAR-RESGATE-LOTES: SEM ALTERAR OS LOTES,      *
      * DEVOLVE EM LOT-TAB-JUROS-RESG/-IOF-RESG OS JUROS E O IOF  *
      * QUE SAIRIAM DE CADA LOTE (PEPS) E OS TOTAIS EM            *
      * LOT-WS-SIM-JUROS E LOT-WS-SIM-IOF.                        *
      * O IR DE CADA LOTE PELA TABELA REGRESSIVA (LOT-TAB-MESES)  *
      * FICA COM O CHAMADOR, QUE TEM AS FAIXAS DE PARAMETROS. A   *
      * VARREDURA REPOSICIONA O HISTORICO; GRAVACOES POR CHAVE    *
      * NAO SAO AFETADAS.                                         *
      * USO: COPY 'LOTEP.CPY'. NA PROCEDURE DIVISION.             *
      ***********************************************************
       APURAR-LOTES.
           MOVE ZEROS TO LOT-WS-QTD.
           MOVE ZEROS TO LOT-WS-TOTAL.
           MOVE ZEROS TO LOT-WS-JUROS-TOTAL.
           MOVE ZEROS TO LOT-WS-IOF-TOTAL.
           MOVE ZEROS TO LOT-WS-IOF-RESGATE.
           MOVE 'N' TO LOT-WS-VARRE.
           MOVE LOT-WS-CONTA TO MOV-CONTA.
           MOVE ZEROS TO MOV-SEQ.
           START INVESTIMENTO-MOVIMENTOS KEY IS NOT < MOV-CHAVE
               INVALID KEY
                   SET LOT-VARREDURA-FIM TO TRUE
           END-START.
           PERFORM LER-MOVIMENTO-LOTE UNTIL LOT-VARREDURA-FIM.

           IF LOT-WS-DATA-REF = ZEROS
               ACCEPT LOT-WS-DATA-REF FROM DATE YYYYMMDD
           END-IF.
           COMPUTE LOT-WS-DIAS-REF =
               FUNCTION INTEGER-OF-DATE(LOT-WS-DATA-REF).
           PERFORM AVALIAR-LOTE THRU AVALIAR-LOTE-EXIT
               VARYING LOT-WS-IND FROM 1 BY 1
               UNTIL LOT-WS-IND > LOT-WS-QTD.

       APURAR-LOTES-EXIT.
           EXIT.

       LER-MOVIMENTO-LOTE.
           READ INVESTIMENTO-MOVIMENTOS NEXT RECORD
               AT END
                   SET LOT-VARREDURA-FIM TO TRUE
           END-READ.
           IF NOT LOT-VARREDURA-FIM AND MOV-CONTA NOT = LOT-WS-CONTA
               SET LOT-VARREDURA-FIM TO TRUE
           END-IF.
           IF NOT LOT-VARREDURA-FIM
               PERFORM APLICAR-MOVIMENTO-LOTE
           END-IF.

       LER-MOVIMENTO-LOTE-EXIT.
           EXIT.

      *SALDO ANTES DO MOVIMENTO MAIOR QUE A SOMA DOS LOTES E
      *DINHEIRO SEM APORTE REGISTRADO (ABERTURA DA CONTA): VIRA O
      *LOTE 000000 COM A DATA DO PRIMEIRO MOVIMENTO
       APLICAR-MOVIMENTO-LOTE.
           COMPUTE LOT-WS-SALDO-ANTES = MOV-SALDO-APOS - MOV-VALOR.
           IF LOT-WS-SALDO-ANTES > LOT-WS-TOTAL
               MOVE ZEROS TO LOT-WS-SEQ
               COMPUTE LOT-WS-VALOR =
                   LOT-WS-SALDO-ANTES - LOT-WS-TOTAL
               PERFORM ABRIR-LOTE
           END-IF.
           COMPUTE LOT-WS-ANO-MOV = MOV-DATA / 10000.
           COMPUTE LOT-WS-ANOMES-MOV = MOV-DATA / 100.
           EVALUATE TRUE
               WHEN MOV-APORTE
                   MOVE MOV-SEQ TO LOT-WS-SEQ
                   MOVE MOV-VALOR TO LOT-WS-VALOR
                   PERFORM ABRIR-LOTE
               WHEN MOV-JUROS
                   PERFORM RATEAR-JUROS-LOTES
               WHEN MOV-IMPOSTO
               WHEN MOV-IOF
                   PERFORM ABATER-TRIBUTO-LOTES
               WHEN OTHER
                   PERFORM CONSUMIR-LOTES
           END-EVALUATE.

       APLICAR-MOVIMENTO-LOTE-EXIT.
           EXIT.

      *ACIMA DE 200 LOTES O APORTE SOMA NO ULTIMO DA TABELA
       ABRIR-LOTE.
           IF LOT-WS-QTD < 200
               ADD 1 TO LOT-WS-QTD
               MOVE LOT-WS-SEQ TO LOT-TAB-SEQ(LOT-WS-QTD)
               MOVE MOV-DATA TO LOT-TAB-DATA(LOT-WS-QTD)
               MOVE ZEROS TO LOT-TAB-APORTE(LOT-WS-QTD)
               MOVE ZEROS TO LOT-TAB-PRINCIPAL(LOT-WS-QTD)
               MOVE ZEROS TO LOT-TAB-JUROS(LOT-WS-QTD)
               MOVE ZEROS TO LOT-TAB-RESGATADO(LOT-WS-QTD)
               MOVE ZEROS TO LOT-TAB-MESES(LOT-WS-QTD)
               MOVE ZEROS TO LOT-TAB-DIAS(LOT-WS-QTD)
               MOVE ZEROS TO LOT-TAB-IOF(LOT-WS-QTD)
               MOVE ZEROS TO LOT-TAB-IR(LOT-WS-QTD)
               MOVE ZEROS TO LOT-TAB-JUROS-ANO(LOT-WS-QTD)
               MOVE ZEROS TO LOT-TAB-IR-ANO(LOT-WS-QTD)
               MOVE ZEROS TO LOT-TAB-ANOMES(LOT-WS-QTD)
               MOVE ZEROS TO LOT-TAB-JUROS-RESG(LOT-WS-QTD)
               MOVE ZEROS TO LOT-TAB-IOF-RESG(LOT-WS-QTD)
           END-IF.
           ADD LOT-WS-VALOR TO LOT-TAB-APORTE(LOT-WS-QTD).
           ADD LOT-WS-VALOR TO LOT-TAB-PRINCIPAL(LOT-WS-QTD).
           ADD LOT-WS-VALOR TO LOT-WS-TOTAL.

       ABRIR-LOTE-EXIT.
           EXIT.

      *JUROS DO MES RATEADOS PELO SALDO DE CADA LOTE; O ULTIMO
      *LOTE COM SALDO FICA COM A SOBRA DO ARREDONDAMENTO. SO OS
      *LOTES COM SALDO CONTAM O MES DE PERMANENCIA (CONTAR-MES-LOTE)
       RATEAR-JUROS-LOTES.
           IF LOT-WS-QTD = ZEROS
               MOVE ZEROS TO LOT-WS-SEQ
               MOVE ZEROS TO LOT-WS-VALOR
               PERFORM ABRIR-LOTE
           END-IF.
           MOVE LOT-WS-TOTAL TO LOT-WS-BASE.
           MOVE MOV-VALOR TO LOT-WS-RESTO.
           MOVE ZEROS TO LOT-WS-ULTIMO.
           PERFORM ACHAR-ULTIMO-LOTE
               VARYING LOT-WS-IND FROM 1 BY 1
               UNTIL LOT-WS-IND > LOT-WS-QTD.
           IF LOT-WS-ULTIMO = ZEROS
               MOVE LOT-WS-QTD TO LOT-WS-ULTIMO
           END-IF.
           PERFORM RATEAR-JUROS-LOTE
               VARYING LOT-WS-IND FROM 1 BY 1
               UNTIL LOT-WS-IND > LOT-WS-QTD.
           ADD MOV-VALOR TO LOT-WS-TOTAL.

       RATEAR-JUROS-LOTES-EXIT.
           EXIT.

       ACHAR-ULTIMO-LOTE.
           COMPUTE LOT-WS-SALDO-LOTE = LOT-TAB-PRINCIPAL(LOT-WS-IND)
               + LOT-TAB-JUROS(LOT-WS-IND).
           IF LOT-WS-SALDO-LOTE > ZEROS
               MOVE LOT-WS-IND TO LOT-WS-ULTIMO
           END-IF.

       ACHAR-ULTIMO-LOTE-EXIT.
           EXIT.

       RATEAR-JUROS-LOTE.
           COMPUTE LOT-WS-SALDO-LOTE = LOT-TAB-PRINCIPAL(LOT-WS-IND)
               + LOT-TAB-JUROS(LOT-WS-IND).
           MOVE ZEROS TO LOT-WS-PARTE.
           IF LOT-WS-IND = LOT-WS-ULTIMO
               MOVE LOT-WS-RESTO TO LOT-WS-PARTE
               PERFORM CONTAR-MES-LOTE
           ELSE
               IF LOT-WS-SALDO-LOTE > ZEROS AND LOT-WS-BASE > ZEROS
                   COMPUTE LOT-WS-PARTE ROUNDED =
                       MOV-VALOR * LOT-WS-SALDO-LOTE / LOT-WS-BASE
                   PERFORM CONTAR-MES-LOTE
               END-IF
           END-IF.
           ADD LOT-WS-PARTE TO LOT-TAB-JUROS(LOT-WS-IND).
           SUBTRACT LOT-WS-PARTE FROM LOT-WS-RESTO.
           IF LOT-WS-ANO-MOV = LOT-WS-ANO
               ADD LOT-WS-PARTE TO LOT-TAB-JUROS-ANO(LOT-WS-IND)
           END-IF.

       RATEAR-JUROS-LOTE-EXIT.
           EXIT.

      *OS JUROS DA SIMULACAO TRAZEM O MES EM MOV-MES E CADA UM CONTA
      *UM MES; OS DA RODADA NOTURNA (MOV-MES ZERO) CONTAM UMA VEZ POR
      *ANO/MES - A APROPRIACAO DIARIA DO CDB-CDI LANCA VARIOS NO MES
       CONTAR-MES-LOTE.
           IF MOV-MES NOT = ZEROS
              OR LOT-TAB-ANOMES(LOT-WS-IND) NOT = LOT-WS-ANOMES-MOV
               ADD 1 TO LOT-TAB-MESES(LOT-WS-IND)
               MOVE LOT-WS-ANOMES-MOV TO LOT-TAB-ANOMES(LOT-WS-IND)
           END-IF.

       CONTAR-MES-LOTE-EXIT.
           EXIT.

      *IR E IOF JA RETIDOS ABATEM OS JUROS DOS LOTES NA PROPORCAO
      *DOS JUROS DE CADA UM; SE OS JUROS NAO BASTAM, O TRIBUTO SAI
      *DOS LOTES PELA ORDEM DE APORTE, COMO UM RESGATE
       ABATER-TRIBUTO-LOTES.
           COMPUTE LOT-WS-VALOR = ZEROS - MOV-VALOR.
           MOVE ZEROS TO LOT-WS-BASE.
           MOVE ZEROS TO LOT-WS-ULTIMO.
           PERFORM SOMAR-JUROS-LOTE
               VARYING LOT-WS-IND FROM 1 BY 1
               UNTIL LOT-WS-IND > LOT-WS-QTD.
           IF LOT-WS-VALOR NOT > ZEROS
               OR LOT-WS-BASE < LOT-WS-VALOR
               PERFORM CONSUMIR-LOTES
           ELSE
               MOVE LOT-WS-VALOR TO LOT-WS-RESTO
               PERFORM RATEAR-TRIBUTO-LOTE
                   VARYING LOT-WS-IND FROM 1 BY 1
                   UNTIL LOT-WS-IND > LOT-WS-QTD
               SUBTRACT LOT-WS-VALOR FROM LOT-WS-TOTAL
           END-IF.

       ABATER-TRIBUTO-LOTES-EXIT.
           EXIT.

       SOMAR-JUROS-LOTE.
           IF LOT-TAB-JUROS(LOT-WS-IND) > ZEROS
               ADD LOT-TAB-JUROS(LOT-WS-IND) TO LOT-WS-BASE
               MOVE LOT-WS-IND TO LOT-WS-ULTIMO
           END-IF.

       SOMAR-JUROS-LOTE-EXIT.
           EXIT.

       RATEAR-TRIBUTO-LOTE.
           IF LOT-TAB-JUROS(LOT-WS-IND) > ZEROS
               IF LOT-WS-IND = LOT-WS-ULTIMO
                   MOVE LOT-WS-RESTO TO LOT-WS-PARTE
               ELSE
                   COMPUTE LOT-WS-PARTE ROUNDED = LOT-WS-VALOR
                       * LOT-TAB-JUROS(LOT-WS-IND) / LOT-WS-BASE
               END-IF
               SUBTRACT LOT-WS-PARTE FROM LOT-TAB-JUROS(LOT-WS-IND)
               SUBTRACT LOT-WS-PARTE FROM LOT-WS-RESTO
               IF MOV-IMPOSTO AND LOT-WS-ANO-MOV = LOT-WS-ANO
                   ADD LOT-WS-PARTE TO LOT-TAB-IR-ANO(LOT-WS-IND)
               END-IF
           END-IF.

       RATEAR-TRIBUTO-LOTE-EXIT.
           EXIT.

      *RESGATE, ENCERRAMENTO E DEPOSITO JUDICIAL CONSOMEM OS LOTES
      *DO MAIS ANTIGO PARA O MAIS NOVO (PEPS); EM CADA LOTE A PARTE
      *RESGATADA LEVA PRINCIPAL E JUROS NA PROPORCAO DO LOTE
       CONSUMIR-LOTES.
           COMPUTE LOT-WS-RESTO = ZEROS - MOV-VALOR.
           IF NOT MOV-IMPOSTO AND NOT MOV-IOF
               MOVE ZEROS TO LOT-WS-IOF-RESGATE
               COMPUTE LOT-WS-DIAS-REF =
                   FUNCTION INTEGER-OF-DATE(MOV-DATA)
           END-IF.
           PERFORM CONSUMIR-LOTE THRU CONSUMIR-LOTE-EXIT
               VARYING LOT-WS-IND FROM 1 BY 1
               UNTIL LOT-WS-IND > LOT-WS-QTD
                  OR LOT-WS-RESTO NOT > ZEROS.

       CONSUMIR-LOTES-EXIT.
           EXIT.

       CONSUMIR-LOTE.
           COMPUTE LOT-WS-SALDO-LOTE = LOT-TAB-PRINCIPAL(LOT-WS-IND)
               + LOT-TAB-JUROS(LOT-WS-IND).
           IF LOT-WS-SALDO-LOTE NOT > ZEROS
               GO TO CONSUMIR-LOTE-EXIT
           END-IF.
           IF LOT-WS-RESTO NOT < LOT-WS-SALDO-LOTE
               MOVE LOT-WS-SALDO-LOTE TO LOT-WS-PARTE
               MOVE LOT-TAB-JUROS(LOT-WS-IND) TO LOT-WS-PARTE-JUROS
           ELSE
               MOVE LOT-WS-RESTO TO LOT-WS-PARTE
               COMPUTE LOT-WS-PARTE-JUROS ROUNDED = LOT-WS-RESTO
                   * LOT-TAB-JUROS(LOT-WS-IND) / LOT-WS-SALDO-LOTE
           END-IF.
           SUBTRACT LOT-WS-PARTE-JUROS FROM LOT-TAB-JUROS(LOT-WS-IND).
           COMPUTE LOT-TAB-PRINCIPAL(LOT-WS-IND) =
               LOT-TAB-PRINCIPAL(LOT-WS-IND)
               - LOT-WS-PARTE + LOT-WS-PARTE-JUROS.
           SUBTRACT LOT-WS-PARTE FROM LOT-WS-RESTO.
           SUBTRACT LOT-WS-PARTE FROM LOT-WS-TOTAL.
           IF MOV-IMPOSTO OR MOV-IOF
               IF MOV-IMPOSTO AND LOT-WS-ANO-MOV = LOT-WS-ANO
                   ADD LOT-WS-PARTE TO LOT-TAB-IR-ANO(LOT-WS-IND)
               END-IF
               GO TO CONSUMIR-LOTE-EXIT
           END-IF.
           ADD LOT-WS-PARTE TO LOT-TAB-RESGATADO(LOT-WS-IND).
           IF LOT-TAB-SEQ(LOT-WS-IND) = ZEROS
               OR LOT-WS-PARTE-JUROS NOT > ZEROS
               GO TO CONSUMIR-LOTE-EXIT
           END-IF.
           COMPUTE LOT-WS-DIAS-LOTE =
               FUNCTION INTEGER-OF-DATE(LOT-TAB-DATA(LOT-WS-IND)).
           COMPUTE LOT-WS-DIAS = LOT-WS-DIAS-REF - LOT-WS-DIAS-LOTE.
           IF LOT-WS-DIAS < 1
               MOVE 1 TO LOT-WS-DIAS
           END-IF.
           IF LOT-WS-DIAS < 30
               COMPUTE LOT-WS-IOF-RESGATE ROUNDED = LOT-WS-IOF-RESGATE
                   + LOT-WS-PARTE-JUROS * IOF-ALIQ-DIA(LOT-WS-DIAS)
                   / 100
           END-IF.

       CONSUMIR-LOTE-EXIT.
           EXIT.

      *POSICAO DO LOTE NA DATA DE REFERENCIA: DIAS CORRIDOS DESDE
      *O APORTE E IOF DEVIDO SE FOR RESGATADO NELA (RESGATE NO DIA
      *DO APORTE CONTA COMO 1 DIA, COMO NO IOFP.CPY)
       AVALIAR-LOTE.
           MOVE ZEROS TO LOT-TAB-DIAS(LOT-WS-IND).
           MOVE ZEROS TO LOT-TAB-IOF(LOT-WS-IND).
           MOVE ZEROS TO LOT-TAB-IR(LOT-WS-IND).
           COMPUTE LOT-WS-SALDO-LOTE = LOT-TAB-PRINCIPAL(LOT-WS-IND)
               + LOT-TAB-JUROS(LOT-WS-IND).
           IF LOT-WS-SALDO-LOTE NOT > ZEROS
               GO TO AVALIAR-LOTE-EXIT
           END-IF.
           ADD LOT-TAB-JUROS(LOT-WS-IND) TO LOT-WS-JUROS-TOTAL.
           COMPUTE LOT-WS-DIAS-LOTE =
               FUNCTION INTEGER-OF-DATE(LOT-TAB-DATA(LOT-WS-IND)).
           COMPUTE LOT-TAB-DIAS(LOT-WS-IND) =
               LOT-WS-DIAS-REF - LOT-WS-DIAS-LOTE.
           IF LOT-TAB-DIAS(LOT-WS-IND) < 1
               MOVE 1 TO LOT-TAB-DIAS(LOT-WS-IND)
           END-IF.
           IF LOT-TAB-SEQ(LOT-WS-IND) NOT = ZEROS
               AND LOT-TAB-DIAS(LOT-WS-IND) < 30
               AND LOT-TAB-JUROS(LOT-WS-IND) > ZEROS
               MOVE LOT-TAB-DIAS(LOT-WS-IND) TO LOT-WS-DIAS
               COMPUTE LOT-TAB-IOF(LOT-WS-IND) ROUNDED =
                   LOT-TAB-JUROS(LOT-WS-IND)
                   * IOF-ALIQ-DIA(LOT-WS-DIAS) / 100
               ADD LOT-TAB-IOF(LOT-WS-IND) TO LOT-WS-IOF-TOTAL
           END-IF.

       AVALIAR-LOTE-EXIT.
           EXIT.

      *RESGATE AINDA NAO LANCADO DE LOT-WS-RESGATE NA DATA DE
      *REFERENCIA: MESMA REGRA DO CONSUMIR-LOTE (PEPS, PRINCIPAL E
      *JUROS NA PROPORCAO DO LOTE, IOF PELOS DIAS DO LOTE), SO QUE
      *SEM MEXER NOS LOTES - O CHAMADOR CALCULA O IR DE CADA LOTE
      *SOBRE LOT-TAB-JUROS-RESG MENOS LOT-TAB-IOF-RESG
       SIMULAR-RESGATE-LOTES.
           MOVE LOT-WS-RESGATE TO LOT-WS-RESTO.
           MOVE ZEROS TO LOT-WS-SIM-JUROS.
           MOVE ZEROS TO LOT-WS-SIM-IOF.
           PERFORM SIMULAR-RESGATE-LOTE THRU SIMULAR-RESGATE-LOTE-EXIT
               VARYING LOT-WS-IND FROM 1 BY 1
               UNTIL LOT-WS-IND > LOT-WS-QTD.

       SIMULAR-RESGATE-LOTES-EXIT.
           EXIT.

       SIMULAR-RESGATE-LOTE.
           MOVE ZEROS TO LOT-TAB-JUROS-RESG(LOT-WS-IND).
           MOVE ZEROS TO LOT-TAB-IOF-RESG(LOT-WS-IND).
           COMPUTE LOT-WS-SALDO-LOTE = LOT-TAB-PRINCIPAL(LOT-WS-IND)
               + LOT-TAB-JUROS(LOT-WS-IND).
           IF LOT-WS-SALDO-LOTE NOT > ZEROS
               OR LOT-WS-RESTO NOT > ZEROS
               GO TO SIMULAR-RESGATE-LOTE-EXIT
           END-IF.
           IF LOT-WS-RESTO NOT < LOT-WS-SALDO-LOTE
               MOVE LOT-WS-SALDO-LOTE TO LOT-WS-PARTE
               MOVE LOT-TAB-JUROS(LOT-WS-IND) TO LOT-WS-PARTE-JUROS
           ELSE
               MOVE LOT-WS-RESTO TO LOT-WS-PARTE
               COMPUTE LOT-WS-PARTE-JUROS ROUNDED = LOT-WS-RESTO
                   * LOT-TAB-JUROS(LOT-WS-IND) / LOT-WS-SALDO-LOTE
           END-IF.
           SUBTRACT LOT-WS-PARTE FROM LOT-WS-RESTO.
           IF LOT-WS-PARTE-JUROS NOT > ZEROS
               GO TO SIMULAR-RESGATE-LOTE-EXIT
           END-IF.
           MOVE LOT-WS-PARTE-JUROS TO LOT-TAB-JUROS-RESG(LOT-WS-IND).
           ADD LOT-WS-PARTE-JUROS TO LOT-WS-SIM-JUROS.
           IF LOT-TAB-SEQ(LOT-WS-IND) NOT = ZEROS
               AND LOT-TAB-DIAS(LOT-WS-IND) < 30
               MOVE LOT-TAB-DIAS(LOT-WS-IND) TO LOT-WS-DIAS
               COMPUTE LOT-TAB-IOF-RESG(LOT-WS-IND) ROUNDED =
                   LOT-WS-PARTE-JUROS * IOF-ALIQ-DIA(LOT-WS-DIAS) / 100
               ADD LOT-TAB-IOF-RESG(LOT-WS-IND) TO LOT-WS-SIM-IOF
           END-IF.

       SIMULAR-RESGATE-LOTE-EXIT.
           EXIT.
