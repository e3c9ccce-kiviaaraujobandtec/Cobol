      * JRN-WS-RETIDAS, COM AVISO NO FECHAR-JORNAL - RELATORIO    *
      * DE EXCECAO NO JRNHLIST E LIBERACAO POS-REABERTURA NO      *
      * JRNHREL. MES SEM REGISTRO OU CONTROLE AUSENTE VALE COMO   *
      * ABERTO. A CONTA DA LINHA E CONFERIDA NO PLANO DE CONTAS   *
      * (PLCONTAS): CONTA FORA DO PLANO OU DESATIVADA TAMBEM VAI  *
      * PARA O JRNHELD, CONTADA EM JRN-WS-SEM-CONTA, E SO E       *
      * LIBERADA PELO JRNHREL DEPOIS DE CADASTRADA NO PLCMNT.     *
      * PLANO AUSENTE NAO BLOQUEIA A GRAVACAO.                    *
      * O CHAMADOR DECLARA TAMBEM PERIODO-CONTABIL                *
      * (ASSIGN "PERCTL", INDEXADO POR PER-ANOMES, FILE STATUS    *
      * JRN-WS-PER-STATUS) E JORNAL-RETIDO (ASSIGN "JRNHELD",     *
      * FILE STATUS JRN-WS-RET-STATUS, LAYOUT JRNHELD.CPY) E      *
      * PLANO-CONTAS (ASSIGN "PLCONTAS", INDEXADO POR PLC-CONTA,  *
      * FILE STATUS JRN-WS-PLC-STATUS, LAYOUT PLCONTAS.CPY).      *
      * PRESSUPOE COPY 'JORNALW.CPY'. NA WORKING-STORAGE.         *
      * USO: COPY 'JORNALP.CPY' REPLACING ==JRN-PROGRAM-ID==      *
      *      BY ==NOME-DO-PROGRAMA==.                             *
      * 27/05/22 KA CONFERENCIA DA CONTA NO PLANO DE CONTAS.      *
      ***********************************************************
       GRAVAR-JORNAL.
           IF NOT JRN-ABERTO
           MOVE JRN-PROGRAM-ID TO JRN-PROGRAMA.
           PERFORM VERIFICAR-PERIODO-JORNAL
               THRU VERIFICAR-PERIODO-JORNAL-EXIT.
           PERFORM VERIFICAR-CONTA-JORNAL
               THRU VERIFICAR-CONTA-JORNAL-EXIT.
           EVALUATE TRUE
               WHEN NOT JRN-CONTA-VALIDA
                   ADD 1 TO JRN-WS-SEM-CONTA
                   PERFORM GRAVAR-JORNAL-RETIDO
               WHEN JRN-PERIODO-FECHADO
                   ADD 1 TO JRN-WS-RETIDAS
                   PERFORM GRAVAR-JORNAL-RETIDO
               WHEN OTHER
                   WRITE REG-JORNAL
           END-EVALUATE.

       GRAVAR-JORNAL-EXIT.
           EXIT.
       VERIFICAR-PERIODO-JORNAL-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * VERIFICAR-CONTA-JORNAL                                    *
      * CONFERE NO PLANO DE CONTAS (PLCONTAS) SE A CONTA DA LINHA *
      * ESTA CADASTRADA E ATIVA. A ULTIMA CONTA CONSULTADA FICA   *
      * EM CACHE, COMO O MES NO VERIFICAR-PERIODO-JORNAL.         *
      *----------------------------------------------------------*
       VERIFICAR-CONTA-JORNAL.
           MOVE 'S' TO JRN-WS-CONTA.
           IF JRN-PLC-SEM-ARQUIVO
               GO TO VERIFICAR-CONTA-JORNAL-EXIT
           END-IF.
           IF NOT JRN-PLC-CONSULTAVEL
               OPEN INPUT PLANO-CONTAS
               IF JRN-PLC-AUSENTE
                   MOVE 'X' TO JRN-WS-PLC-ABERTO
                   GO TO VERIFICAR-CONTA-JORNAL-EXIT
               END-IF
               MOVE 'S' TO JRN-WS-PLC-ABERTO
           END-IF.
           IF JRN-CONTA = JRN-WS-CONTA-CACHE
               MOVE JRN-WS-CTA-SIT-CACHE TO JRN-WS-CONTA
               GO TO VERIFICAR-CONTA-JORNAL-EXIT
           END-IF.
           MOVE JRN-CONTA TO PLC-CONTA.
           READ PLANO-CONTAS
               INVALID KEY
                   MOVE 'N' TO JRN-WS-CONTA
               NOT INVALID KEY
                   IF NOT PLC-ATIVA
                       MOVE 'N' TO JRN-WS-CONTA
                   END-IF
           END-READ.
           MOVE JRN-CONTA TO JRN-WS-CONTA-CACHE.
           MOVE JRN-WS-CONTA TO JRN-WS-CTA-SIT-CACHE.

       VERIFICAR-CONTA-JORNAL-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * GRAVAR-JORNAL-RETIDO                                      *
      * DESVIA A LINHA DE MES FECHADO OU DE CONTA FORA DO PLANO   *
      * PARA O ARQUIVO DE RETENCAO JRNHELD, SEM GRAVAR NO         *
      * JORNAL-EXTRATO.                                           *
      *----------------------------------------------------------*
       GRAVAR-JORNAL-RETIDO.
           IF NOT JRN-RET-ABERTO
           END-IF.
           MOVE REG-JORNAL TO REG-JORNAL-RETIDO.
           WRITE REG-JORNAL-RETIDO.

       GRAVAR-JORNAL-RETIDO-EXIT.
           EXIT.
               CLOSE JORNAL-RETIDO
               MOVE 'N' TO JRN-WS-RET-ABERTO
           END-IF.
           IF JRN-PLC-CONSULTAVEL
               CLOSE PLANO-CONTAS
               MOVE 'N' TO JRN-WS-PLC-ABERTO
           END-IF.
           IF JRN-WS-RETIDAS > ZEROS
               DISPLAY 'ATENCAO: ' JRN-WS-RETIDAS ' LINHA(S) DE '
                       'JORNAL DE MES CONTABIL FECHADO RETIDA(S) '
                       'EM JRNHELD - VER JRNHLIST.'
           END-IF.
           IF JRN-WS-SEM-CONTA > ZEROS
               DISPLAY 'ATENCAO: ' JRN-WS-SEM-CONTA ' LINHA(S) DE '
                       'JORNAL COM CONTA FORA DO PLANO RETIDA(S) '
                       'EM JRNHELD - VER JRNHLIST.'
           END-IF.

       FECHAR-JORNAL-EXIT.
           EXIT.
