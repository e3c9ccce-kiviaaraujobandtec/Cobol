      ***********************************************************
      * SODP.CPY                                                  *
      * PARAGRAFOS PADRAO DA CONFERENCIA DE SEGREGACAO DE         *
      * FUNCOES. O PROGRAMA CHAMADOR DECLARA OS ARQUIVOS          *
      * REGRAS-CONFLITO (ASSIGN "SODREGRA", SODREGRA.CPY, CHAVE   *
      * SOD-CODIGO, FILE STATUS SOD-WS-STATUS) E AUTORIZACAO-MENU *
      * (ASSIGN "AUTORIZ", AUTORIZ.CPY, CHAVE AUT-CHAVE), AMBOS   *
      * INDEXED DYNAMIC, E FAZ COPY 'SODW.CPY'. NA WORKING-       *
      * STORAGE:                                                  *
      * - EXECUTA CARREGAR-REGRAS-SOD THRU ...-EXIT UMA VEZ (ABRE,*
      *   CARREGA AS REGRAS ATIVAS E FECHA O SODREGRA);           *
      * - PARA CADA OPERADOR, MOVE O ID PARA SOD-WS-OPERADOR, O   *
      *   NIVEL DO OPERMST PARA SOD-WS-NIVEL E, COM O AUTORIZ     *
      *   ABERTO, EXECUTA CARREGAR-CONCESSOES-SOD THRU ...-EXIT   *
      *   (SEM O AUTORIZ, MOVE 'N' PARA SOD-WS-AUTORIZ: VALE O    *
      *   ESQUEMA ANTIGO DO MENU-PRINCIPAL, EM QUE O OPERADOR     *
      *   COMUM VE TODAS AS OPCOES MENOS A 8);                    *
      * - MOVE O INDICE DA REGRA PARA SOD-IND E EXECUTA           *
      *   CONFERIR-REGRA-SOD THRU ...-EXIT: SOD-HA-CONFLITO       *
      *   QUANDO O OPERADOR TEM OS DOIS LADOS, COM CADA LADO E A  *
      *   SUA ORIGEM (AUTORIZ, NIVEL 9 OU NIVEL N) EM             *
      *   SOD-WS-LADO-A-ED/SOD-WS-ORIGEM-A E ...-B.               *
      * O SUPERVISOR TEM TODAS AS OPCOES DO MENU PELO NIVEL,      *
      * COMO NO MENU-PRINCIPAL.                                   *
      ***********************************************************
       CARREGAR-REGRAS-SOD.
           MOVE ZEROS TO SOD-QTD-REGRAS.
           MOVE 'N' TO SOD-WS-REGRAS.
           OPEN INPUT REGRAS-CONFLITO.
           IF SOD-NAO-ENCONTRADO
               GO TO CARREGAR-REGRAS-SOD-EXIT
           END-IF.
           MOVE 'N' TO SOD-WS-FIM.
           PERFORM CARREGAR-UMA-REGRA-SOD UNTIL SOD-VARREDURA-FIM.
           CLOSE REGRAS-CONFLITO.
           IF SOD-QTD-REGRAS > ZEROS
               SET SOD-REGRAS-PRESENTES TO TRUE
           END-IF.

       CARREGAR-REGRAS-SOD-EXIT.
           EXIT.

       CARREGAR-UMA-REGRA-SOD.
           READ REGRAS-CONFLITO NEXT RECORD
               AT END
                   SET SOD-VARREDURA-FIM TO TRUE
           END-READ.
           IF NOT SOD-VARREDURA-FIM AND SOD-ATIVA
               IF SOD-QTD-REGRAS < 100
                   ADD 1 TO SOD-QTD-REGRAS
                   MOVE SOD-CODIGO TO SOD-TAB-CODIGO(SOD-QTD-REGRAS)
                   MOVE SOD-TIPO-A TO SOD-TAB-TIPO-A(SOD-QTD-REGRAS)
                   MOVE SOD-OPCAO-A TO SOD-TAB-OPCAO-A(SOD-QTD-REGRAS)
                   MOVE SOD-TIPO-B TO SOD-TAB-TIPO-B(SOD-QTD-REGRAS)
                   MOVE SOD-OPCAO-B TO SOD-TAB-OPCAO-B(SOD-QTD-REGRAS)
                   MOVE SOD-DESCRICAO TO
                       SOD-TAB-DESCRICAO(SOD-QTD-REGRAS)
                   MOVE ZEROS TO SOD-TAB-QTD(SOD-QTD-REGRAS)
               ELSE
                   DISPLAY 'TABELA DE REGRAS CHEIA - REGRA '
                           SOD-CODIGO ' NAO CONFERIDA.'
               END-IF
           END-IF.

       CARREGAR-UMA-REGRA-SOD-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * CARREGAR-CONCESSOES-SOD                                   *
      * MARCA NA TABELA AS OPCOES CONCEDIDAS NO AUTORIZ AO        *
      * OPERADOR EM SOD-WS-OPERADOR.                              *
      *----------------------------------------------------------*
       CARREGAR-CONCESSOES-SOD.
           MOVE ALL 'N' TO SOD-TAB-OPCOES.
           IF NOT SOD-PERFIL-AUTORIZ
               GO TO CARREGAR-CONCESSOES-SOD-EXIT
           END-IF.
           MOVE 'N' TO SOD-WS-FIM.
           MOVE SOD-WS-OPERADOR TO AUT-OPERADOR.
           MOVE ZEROS TO AUT-OPCAO.
           START AUTORIZACAO-MENU KEY IS NOT < AUT-CHAVE
               INVALID KEY
                   SET SOD-VARREDURA-FIM TO TRUE
           END-START.
           PERFORM CARREGAR-UMA-CONCESSAO-SOD
               UNTIL SOD-VARREDURA-FIM.

       CARREGAR-CONCESSOES-SOD-EXIT.
           EXIT.

       CARREGAR-UMA-CONCESSAO-SOD.
           READ AUTORIZACAO-MENU NEXT RECORD
               AT END
                   SET SOD-VARREDURA-FIM TO TRUE
           END-READ.
           IF NOT SOD-VARREDURA-FIM
               IF AUT-OPERADOR = SOD-WS-OPERADOR
                   IF AUT-OPCAO >= 1 AND AUT-OPCAO <= 99
                       MOVE 'S' TO SOD-TAB-CONCEDIDA(AUT-OPCAO)
                   END-IF
               ELSE
                   SET SOD-VARREDURA-FIM TO TRUE
               END-IF
           END-IF.

       CARREGAR-UMA-CONCESSAO-SOD-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * CONFERIR-REGRA-SOD                                        *
      * CONFERE SE O OPERADOR TEM OS DOIS LADOS DA REGRA SOD-IND. *
      *----------------------------------------------------------*
       CONFERIR-REGRA-SOD.
           MOVE 'N' TO SOD-WS-CONFLITO.
           MOVE SOD-TAB-TIPO-A(SOD-IND) TO SOD-WS-TIPO.
           MOVE SOD-TAB-OPCAO-A(SOD-IND) TO SOD-WS-OPCAO.
           PERFORM CONFERIR-LADO-SOD THRU CONFERIR-LADO-SOD-EXIT.
           MOVE SOD-WS-LADO-ED TO SOD-WS-LADO-A-ED.
           MOVE SOD-WS-ORIGEM TO SOD-WS-ORIGEM-A.
           IF NOT SOD-TEM-PRIVILEGIO
               GO TO CONFERIR-REGRA-SOD-EXIT
           END-IF.
           MOVE SOD-TAB-TIPO-B(SOD-IND) TO SOD-WS-TIPO.
           MOVE SOD-TAB-OPCAO-B(SOD-IND) TO SOD-WS-OPCAO.
           PERFORM CONFERIR-LADO-SOD THRU CONFERIR-LADO-SOD-EXIT.
           MOVE SOD-WS-LADO-ED TO SOD-WS-LADO-B-ED.
           MOVE SOD-WS-ORIGEM TO SOD-WS-ORIGEM-B.
           IF SOD-TEM-PRIVILEGIO
               SET SOD-HA-CONFLITO TO TRUE
           END-IF.

       CONFERIR-REGRA-SOD-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * CONFERIR-LADO-SOD                                         *
      * CONFERE SE O OPERADOR TEM O PRIVILEGIO EM SOD-WS-TIPO/    *
      * SOD-WS-OPCAO E DE ONDE ELE VEM. AS OPCOES DO MENU SEGUEM  *
      * A MESMA REGRA DO VERIFICAR-PERMISSAO DO MENU-PRINCIPAL.   *
      *----------------------------------------------------------*
       CONFERIR-LADO-SOD.
           MOVE 'N' TO SOD-WS-TEM.
           MOVE SPACES TO SOD-WS-ORIGEM.
           PERFORM DESCREVER-LADO-SOD.
           IF SOD-WS-TIPO = 'S'
               IF SOD-NIVEL-SUPERVISOR
                   SET SOD-TEM-PRIVILEGIO TO TRUE
                   MOVE 'NIVEL 9' TO SOD-WS-ORIGEM
               END-IF
               GO TO CONFERIR-LADO-SOD-EXIT
           END-IF.
           IF SOD-WS-OPCAO < 1
               GO TO CONFERIR-LADO-SOD-EXIT
           END-IF.
           IF SOD-NIVEL-SUPERVISOR
               SET SOD-TEM-PRIVILEGIO TO TRUE
               MOVE 'NIVEL 9' TO SOD-WS-ORIGEM
               GO TO CONFERIR-LADO-SOD-EXIT
           END-IF.
           IF SOD-PERFIL-AUTORIZ
               IF SOD-TAB-CONCEDIDA(SOD-WS-OPCAO) = 'S'
                   SET SOD-TEM-PRIVILEGIO TO TRUE
                   MOVE 'AUTORIZ' TO SOD-WS-ORIGEM
               END-IF
           ELSE
               IF SOD-WS-OPCAO NOT = 8
                   SET SOD-TEM-PRIVILEGIO TO TRUE
                   STRING 'NIVEL ' DELIMITED BY SIZE
                          SOD-WS-NIVEL DELIMITED BY SIZE
                          INTO SOD-WS-ORIGEM
               END-IF
           END-IF.

       CONFERIR-LADO-SOD-EXIT.
           EXIT.

       DESCREVER-LADO-SOD.
           MOVE SPACES TO SOD-WS-LADO-ED.
           IF SOD-WS-TIPO = 'S'
               MOVE 'NIVEL 9' TO SOD-WS-LADO-ED
           ELSE
               MOVE SOD-WS-OPCAO TO SOD-WS-OPCAO-ED
               STRING 'OPCAO ' DELIMITED BY SIZE
                      SOD-WS-OPCAO-ED DELIMITED BY SIZE
                      INTO SOD-WS-LADO-ED
           END-IF.

       DESCREVER-LADO-SOD-EXIT.
           EXIT.
