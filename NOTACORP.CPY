      ***********************************************************
      * NOTACORP.CPY                                              *
      * PARAGRAFOS PADRAO DAS NOTAS DE CORTE POR DISCIPLINA. O    *
      * PROGRAMA CHAMADOR JA TEM PARAMETROSW/PARAMETROSP E FAZ    *
      * COPY 'NOTACORW.CPY'. NA WORKING-STORAGE. ENTAO:           *
      * - EXECUTA CARREGAR-CORTES-GERAIS UMA VEZ (NOTA-APROVACAO  *
      *   E NOTA-RECUPERACAO DE PARAMETROS, PADRAO 6 E 2); SE O   *
      *   OPERADOR PUDER INFORMAR OUTRA NOTA, O CHAMADOR MOVE O   *
      *   VALOR PARA NCOR-WS-APROV-GERAL / NCOR-WS-RECUP-GERAL    *
      *   ANTES DA PRIMEIRA CONSULTA;                             *
      * - PARA CADA NOTA MOVE A DISCIPLINA PARA                   *
      *   NCOR-WS-DISCIPLINA E EXECUTA OBTER-CORTES-DISCIPLINA    *
      *   THRU OBTER-CORTES-DISCIPLINA-EXIT; AS NOTAS DE CORTE    *
      *   VOLTAM EM NCOR-WS-APROVACAO E NCOR-WS-RECUPERACAO.      *
      * A DISCIPLINA USA OS PARAMETROS NOTA-APROV-XXXX E          *
      * NOTA-RECUP-XXXX (XXXX = CODIGO DA DISCIPLINA); O QUE NAO  *
      * ESTIVER CADASTRADO FICA COM A NOTA GERAL.                 *
      * USO: COPY 'NOTACORP.CPY'. NA PROCEDURE DIVISION.          *
      ***********************************************************
       CARREGAR-CORTES-GERAIS.
           MOVE 'NOTA-APROVACAO' TO PARM-CODIGO.
           PERFORM LER-PARAMETRO.
           IF PARM-VALOR > ZEROS
               MOVE PARM-VALOR TO NCOR-WS-APROV-GERAL
           END-IF.
           MOVE 'NOTA-RECUPERACAO' TO PARM-CODIGO.
           PERFORM LER-PARAMETRO.
           IF PARM-VALOR > ZEROS
               MOVE PARM-VALOR TO NCOR-WS-RECUP-GERAL
           END-IF.
           MOVE NCOR-WS-APROV-GERAL TO NCOR-WS-APROVACAO.
           MOVE NCOR-WS-RECUP-GERAL TO NCOR-WS-RECUPERACAO.

       CARREGAR-CORTES-GERAIS-EXIT.
           EXIT.

       OBTER-CORTES-DISCIPLINA.
           MOVE 'N' TO NCOR-WS-ACHOU.
           PERFORM NCOR-PROCURAR-TABELA
               VARYING NCOR-WS-IND FROM 1 BY 1
               UNTIL NCOR-WS-IND > NCOR-WS-QTD
                  OR NCOR-NA-TABELA.
           IF NCOR-NA-TABELA
               GO TO OBTER-CORTES-DISCIPLINA-EXIT
           END-IF.

           MOVE NCOR-WS-APROV-GERAL TO NCOR-WS-APROVACAO.
           MOVE NCOR-WS-RECUP-GERAL TO NCOR-WS-RECUPERACAO.
           IF NCOR-WS-DISCIPLINA NOT = SPACES
               MOVE 'NOTA-APROV-' TO NCOR-WS-PREFIXO
               MOVE NCOR-WS-DISCIPLINA TO NCOR-WS-COD-DISC
               MOVE NCOR-WS-CODIGO TO PARM-CODIGO
               PERFORM LER-PARAMETRO
               IF PARM-VALOR > ZEROS
                   MOVE PARM-VALOR TO NCOR-WS-APROVACAO
               END-IF
               MOVE 'NOTA-RECUP-' TO NCOR-WS-PREFIXO
               MOVE NCOR-WS-CODIGO TO PARM-CODIGO
               PERFORM LER-PARAMETRO
               IF PARM-VALOR > ZEROS
                   MOVE PARM-VALOR TO NCOR-WS-RECUPERACAO
               END-IF
           END-IF.

           IF NCOR-WS-QTD < 30
               ADD 1 TO NCOR-WS-QTD
               MOVE NCOR-WS-DISCIPLINA
                   TO NCOR-TAB-DISCIPLINA(NCOR-WS-QTD)
               MOVE NCOR-WS-APROVACAO
                   TO NCOR-TAB-APROVACAO(NCOR-WS-QTD)
               MOVE NCOR-WS-RECUPERACAO
                   TO NCOR-TAB-RECUPERACAO(NCOR-WS-QTD)
           END-IF.

       OBTER-CORTES-DISCIPLINA-EXIT.
           EXIT.

       NCOR-PROCURAR-TABELA.
           IF NCOR-TAB-DISCIPLINA(NCOR-WS-IND) = NCOR-WS-DISCIPLINA
               MOVE 'S' TO NCOR-WS-ACHOU
               MOVE NCOR-TAB-APROVACAO(NCOR-WS-IND)
                   TO NCOR-WS-APROVACAO
               MOVE NCOR-TAB-RECUPERACAO(NCOR-WS-IND)
                   TO NCOR-WS-RECUPERACAO
           END-IF.

       NCOR-PROCURAR-TABELA-EXIT.
           EXIT.
