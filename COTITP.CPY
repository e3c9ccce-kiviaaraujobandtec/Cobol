      ***********************************************************
      * COTITP.CPY                                                *
      * PARAGRAFOS PADRAO DA CONSULTA DE COTITULARES. O PROGRAMA  *
      * CHAMADOR DECLARA O ARQUIVO COTITULARES (ASSIGN 'COTITUL', *
      * LAYOUT COTITUL.CPY, CHAVE COT-CHAVE, ALTERNATIVA COT-CPF  *
      * COM DUPLICADAS, FILE STATUS COT-WS-STATUS), FAZ COPY      *
      * 'COTITW.CPY'. NA WORKING-STORAGE E:                       *
      * - PARA UMA CONTA MOVE O NUMERO PARA COT-WS-CONTA, O       *
      *   LEDGER-CPF PARA COT-WS-CPF-TITULAR E O CPF CUJA PARTE   *
      *   INTERESSA PARA COT-WS-CPF E EXECUTA CARREGAR-           *
      *   COTITULARES: VOLTA A MODALIDADE (COT-WS-INDIVIDUAL SEM  *
      *   COTITULAR), OS COTITULARES COM A PARTE DE CADA UM, A    *
      *   PARTE DO PRIMEIRO TITULAR (COT-WS-PERC-TITULAR) E A DO  *
      *   CPF PEDIDO (COT-WS-PARTICIPACAO, ZERO SE ELE NAO FOR    *
      *   TITULAR DA CONTA);                                      *
      * - PARA UM CPF MOVE-O PARA COT-WS-CPF E EXECUTA PERFORM    *
      *   LISTAR-CONTAS-COTITULAR THRU LISTAR-CONTAS-COTITULAR-   *
      *   EXIT: VOLTA EM COT-WS-CONTA-COT AS CONTAS EM QUE ELE E  *
      *   COTITULAR;                                              *
      * - EXECUTA FECHAR-COTITULARES NO ENCERRAMENTO.             *
      * SEM O ARQUIVO TODA CONTA E INDIVIDUAL (100% DO PRIMEIRO   *
      * TITULAR). O COTMNT ABRE O ARQUIVO EM I-O POR CONTA        *
      * PROPRIA E LIGA COT-ABERTO.                                *
      * USO: COPY 'COTITP.CPY'. NA PROCEDURE DIVISION.            *
      ***********************************************************
       ABRIR-COTITULARES.
           IF NOT COT-ABERTO AND NOT COT-AUSENTE
               OPEN INPUT COTITULARES
               IF COT-ARQ-NAO-ENCONTRADO
                   SET COT-AUSENTE TO TRUE
               ELSE
                   SET COT-ABERTO TO TRUE
               END-IF
           END-IF.

       ABRIR-COTITULARES-EXIT.
           EXIT.

       FECHAR-COTITULARES.
           IF COT-ABERTO
               CLOSE COTITULARES
               MOVE 'N' TO COT-WS-ABERTO
           END-IF.

       FECHAR-COTITULARES-EXIT.
           EXIT.

       CARREGAR-COTITULARES.
           PERFORM ABRIR-COTITULARES.
           SET COT-WS-INDIVIDUAL TO TRUE.
           MOVE ZEROS TO COT-WS-QTD.
           MOVE 100 TO COT-WS-PERC-TITULAR.
           MOVE ZEROS TO COT-WS-PARTICIPACAO.
           MOVE ZEROS TO COT-WS-SOMA-INFORMADA.
           IF COT-ABERTO
               MOVE 'N' TO COT-WS-VARRE
               MOVE COT-WS-CONTA TO COT-CONTA
               MOVE ZEROS TO COT-CPF
               START COTITULARES KEY IS NOT < COT-CHAVE
                   INVALID KEY
                       SET COT-VARREDURA-FIM TO TRUE
               END-START
               PERFORM LER-COTITULAR-CONTA UNTIL COT-VARREDURA-FIM
           END-IF.
           IF COT-WS-QTD > ZEROS
               PERFORM REPARTIR-PARTICIPACAO
           END-IF.
           IF COT-WS-CPF = COT-WS-CPF-TITULAR
               MOVE COT-WS-PERC-TITULAR TO COT-WS-PARTICIPACAO
           ELSE
               PERFORM ACHAR-PARTICIPACAO-CPF
                   VARYING COT-WS-IND FROM 1 BY 1
                   UNTIL COT-WS-IND > COT-WS-QTD
           END-IF.

       CARREGAR-COTITULARES-EXIT.
           EXIT.

       LER-COTITULAR-CONTA.
           READ COTITULARES NEXT RECORD
               AT END
                   SET COT-VARREDURA-FIM TO TRUE
           END-READ.
           IF NOT COT-VARREDURA-FIM AND COT-CONTA NOT = COT-WS-CONTA
               SET COT-VARREDURA-FIM TO TRUE
           END-IF.
           IF NOT COT-VARREDURA-FIM AND COT-WS-QTD < 4
               ADD 1 TO COT-WS-QTD
               MOVE COT-CPF TO COT-WS-TAB-CPF(COT-WS-QTD)
               MOVE COT-PERCENTUAL TO COT-WS-TAB-PERC(COT-WS-QTD)
               MOVE COT-TIPO TO COT-WS-TIPO
           END-IF.

       LER-COTITULAR-CONTA-EXIT.
           EXIT.

      *O QUE SOBRA DOS PERCENTUAIS INFORMADOS E REPARTIDO EM
      *PARTES IGUAIS ENTRE O PRIMEIRO TITULAR E OS COTITULARES
      *SEM PERCENTUAL; O PRIMEIRO TITULAR FICA COM O RESTO DA
      *DIVISAO, PARA A SOMA DAS PARTES FECHAR EM 100%. SE OS
      *INFORMADOS CHEGAM A 100% A CONTA E TRATADA EM PARTES
      *IGUAIS.
       REPARTIR-PARTICIPACAO.
           MOVE ZEROS TO COT-WS-SOMA-INFORMADA.
           MOVE 1 TO COT-WS-QTD-IGUAIS.
           PERFORM SOMAR-PARTE-INFORMADA
               VARYING COT-WS-IND FROM 1 BY 1
               UNTIL COT-WS-IND > COT-WS-QTD.
           IF COT-WS-SOMA-INFORMADA NOT < 100
               MOVE ZEROS TO COT-WS-SOMA-INFORMADA
               COMPUTE COT-WS-QTD-IGUAIS = COT-WS-QTD + 1
               PERFORM ZERAR-PARTE-INFORMADA
                   VARYING COT-WS-IND FROM 1 BY 1
                   UNTIL COT-WS-IND > COT-WS-QTD
           END-IF.
           COMPUTE COT-WS-PARTE-IGUAL =
               (100 - COT-WS-SOMA-INFORMADA) / COT-WS-QTD-IGUAIS.
           MOVE 100 TO COT-WS-PERC-TITULAR.
           PERFORM FIXAR-PARTE-COTITULAR
               VARYING COT-WS-IND FROM 1 BY 1
               UNTIL COT-WS-IND > COT-WS-QTD.

       REPARTIR-PARTICIPACAO-EXIT.
           EXIT.

       SOMAR-PARTE-INFORMADA.
           IF COT-WS-TAB-PERC(COT-WS-IND) > ZEROS
               ADD COT-WS-TAB-PERC(COT-WS-IND)
                   TO COT-WS-SOMA-INFORMADA
           ELSE
               ADD 1 TO COT-WS-QTD-IGUAIS
           END-IF.

       SOMAR-PARTE-INFORMADA-EXIT.
           EXIT.

       ZERAR-PARTE-INFORMADA.
           MOVE ZEROS TO COT-WS-TAB-PERC(COT-WS-IND).

       ZERAR-PARTE-INFORMADA-EXIT.
           EXIT.

       FIXAR-PARTE-COTITULAR.
           IF COT-WS-TAB-PERC(COT-WS-IND) > ZEROS
               MOVE COT-WS-TAB-PERC(COT-WS-IND)
                   TO COT-WS-TAB-PARTE(COT-WS-IND)
           ELSE
               MOVE COT-WS-PARTE-IGUAL
                   TO COT-WS-TAB-PARTE(COT-WS-IND)
           END-IF.
           SUBTRACT COT-WS-TAB-PARTE(COT-WS-IND)
               FROM COT-WS-PERC-TITULAR.

       FIXAR-PARTE-COTITULAR-EXIT.
           EXIT.

       ACHAR-PARTICIPACAO-CPF.
           IF COT-WS-TAB-CPF(COT-WS-IND) = COT-WS-CPF
               MOVE COT-WS-TAB-PARTE(COT-WS-IND)
                   TO COT-WS-PARTICIPACAO
           END-IF.

       ACHAR-PARTICIPACAO-CPF-EXIT.
           EXIT.

       LISTAR-CONTAS-COTITULAR.
           PERFORM ABRIR-COTITULARES.
           MOVE ZEROS TO COT-WS-QTD-CONTAS.
           IF NOT COT-ABERTO
               GO TO LISTAR-CONTAS-COTITULAR-EXIT
           END-IF.
           MOVE 'N' TO COT-WS-VARRE.
           MOVE COT-WS-CPF TO COT-CPF.
           START COTITULARES KEY IS = COT-CPF
               INVALID KEY
                   SET COT-VARREDURA-FIM TO TRUE
           END-START.
           PERFORM LER-CONTA-DO-COTITULAR UNTIL COT-VARREDURA-FIM.

       LISTAR-CONTAS-COTITULAR-EXIT.
           EXIT.

       LER-CONTA-DO-COTITULAR.
           READ COTITULARES NEXT RECORD
               AT END
                   SET COT-VARREDURA-FIM TO TRUE
           END-READ.
           IF NOT COT-VARREDURA-FIM AND COT-CPF NOT = COT-WS-CPF
               SET COT-VARREDURA-FIM TO TRUE
           END-IF.
           IF NOT COT-VARREDURA-FIM AND COT-WS-QTD-CONTAS < 50
               ADD 1 TO COT-WS-QTD-CONTAS
               MOVE COT-CONTA TO COT-WS-CONTA-COT(COT-WS-QTD-CONTAS)
           END-IF.

       LER-CONTA-DO-COTITULAR-EXIT.
           EXIT.
