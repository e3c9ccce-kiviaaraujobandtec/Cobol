      *POS-RECUPERACAO LADO A LADO.
      *DATA   = 28/02/22
      *HISTORICO DE ALTERACOES
      *11/05/22 KA RECUPERACAO POR DISCIPLINA: A RECLASSIFICACAO
      *USA AS NOTAS DE CORTE DA DISCIPLINA DO REGISTRO
      *(NOTACORP.CPY), A NOTA DO EXAME VEM POR MATRICULA +
      *DISCIPLINA (REC-DISCIPLINA NO RECNOTAS) E O RESULTADO
      *FINAL SAI POR DISCIPLINA (FIN-DISCIPLINA) - O ALUNO SO
      *FAZ EXAME NA DISCIPLINA EM QUE FICOU EM RECUPERACAO
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FD  NOTAS-RECUPERACAO.
       01  REG-NOTA-RECUP.
           05 REC-MATRICULA    PIC 9(06).
           05 REC-DISCIPLINA   PIC X(04).
           05 REC-NOTA         PIC 9(02).

       FD  RESULTADOS-FINAIS.
       01  REG-RESULTADO-FINAL.
           05 FIN-MATRICULA    PIC 9(06).
           05 FIN-DISCIPLINA   PIC X(04).
           05 FIN-MEDIA        PIC 9(02).
           05 FIN-NOTA-RECUP   PIC 9(02).
           05 FIN-SITUACAO     PIC X(11).

       WORKING-STORAGE SECTION.
           COPY 'PARAMETROSW.CPY'.
           COPY 'NOTACORW.CPY'.
       77  WRK-ROSTER-STATUS    PIC X(02) VALUE ZEROS.
           88 ROSTER-OK VALUE '00'.
           88 ROSTER-FIM VALUE '10'.
       77  WRK-FIN-STATUS       PIC X(02) VALUE ZEROS.

       77  WRK-MEDIA            PIC 9(02) VALUE ZEROS.
       77  WRK-NOTA-RECUP-FINAL PIC 9(02) VALUE 5.

      *NOTAS DO EXAME DE RECUPERACAO CARREGADAS EM TABELA
           05 TAB-REC-LINHA OCCURS 500 TIMES
                           DEPENDING ON WRK-QTD-RECUP.
               10 TAB-REC-MATRICULA PIC 9(06).
               10 TAB-REC-DISCIPLINA PIC X(04).
               10 TAB-REC-NOTA      PIC 9(02).

      *PRIMEIRA PASSADA X POS-RECUPERACAO

           PERFORM OBTER-DATA-EXECUCAO.

           PERFORM CARREGAR-CORTES-GERAIS.
           MOVE 'NOTA-RECUP-FINAL' TO PARM-CODIGO.
           PERFORM LER-PARAMETRO.
           IF PARM-VALOR > ZEROS
           COMPUTE WRK-MEDIA = (ROSTER-NOTA1 + ROSTER-NOTA2) / 2.

           MOVE ROSTER-MATRICULA TO FIN-MATRICULA.
           MOVE ROSTER-DISCIPLINA TO FIN-DISCIPLINA.
           MOVE WRK-MEDIA TO FIN-MEDIA.
           MOVE ZEROS TO FIN-NOTA-RECUP.
           MOVE ROSTER-DISCIPLINA TO NCOR-WS-DISCIPLINA.
           PERFORM OBTER-CORTES-DISCIPLINA THRU
               OBTER-CORTES-DISCIPLINA-EXIT.

           EVALUATE TRUE
               WHEN WRK-MEDIA >= NCOR-WS-APROVACAO
                   ADD 1 TO WRK-P1-APROVADOS
                   ADD 1 TO WRK-P2-APROVADOS
                   MOVE 'APROVADO' TO FIN-SITUACAO
               WHEN WRK-MEDIA >= NCOR-WS-RECUPERACAO
                   ADD 1 TO WRK-P1-RECUPER
                   PERFORM APLICAR-RECUPERACAO
               WHEN OTHER

           DISPLAY '================================================'.
           DISPLAY 'RESUMO FINAL' '   DATA: ' RUNDATE-HOJE-ED.
           DISPLAY 'TOTAL DE NOTAS (DISCIPLINA): ' WRK-TOTAL-ALUNOS.
           DISPLAY '                 1A PASSADA  POS-RECUPERACAO'.
           DISPLAY 'APROVADOS........: ' WRK-P1-APROVADOS
                   '      ' WRK-P2-APROVADOS.
               ADD 1 TO WRK-QTD-RECUP
               MOVE REC-MATRICULA
                   TO TAB-REC-MATRICULA(WRK-QTD-RECUP)
               MOVE REC-DISCIPLINA
                   TO TAB-REC-DISCIPLINA(WRK-QTD-RECUP)
               MOVE REC-NOTA TO TAB-REC-NOTA(WRK-QTD-RECUP)
           ELSE
               DISPLAY 'TABELA DE NOTAS CHEIA - MATRICULA '

      *----------------------------------------------------------*
      * APLICAR-RECUPERACAO                                       *
      * LOCALIZA A NOTA DO EXAME DO ALUNO NA DISCIPLINA E DECIDE  *
      * O RESULTADO FINAL PELA NOTA DE APROVACAO DA RECUPERACAO;  *
      * SEM NOTA DE EXAME O ALUNO E REPROVADO.                    *
      *----------------------------------------------------------*
       APLICAR-RECUPERACAO.

                       OR NOTA-RECUP-ACHADA
               IF TAB-REC-MATRICULA(WRK-IND-RECUP)
                   = ROSTER-MATRICULA
                   AND TAB-REC-DISCIPLINA(WRK-IND-RECUP)
                   = ROSTER-DISCIPLINA
                   MOVE 'S' TO WRK-ACHOU-RECUP
                   MOVE TAB-REC-NOTA(WRK-IND-RECUP)
                       TO WRK-NOTA-EXAME
               ADD 1 TO WRK-P2-REPROVADOS
               MOVE 'REPROVADO' TO FIN-SITUACAO
               DISPLAY 'MATRICULA ' ROSTER-MATRICULA
                       ' DISC ' ROSTER-DISCIPLINA
                       ' SEM NOTA DE EXAME - REPROVADO'
           ELSE
               IF WRK-NOTA-EXAME >= WRK-NOTA-RECUP-FINAL
                   ADD 1 TO WRK-P2-APROVADOS
                   MOVE 'APROVADO' TO FIN-SITUACAO
                   DISPLAY 'MATRICULA ' ROSTER-MATRICULA
                           ' DISC ' ROSTER-DISCIPLINA
                           ' RECUPEROU COM NOTA ' WRK-NOTA-EXAME
               ELSE
                   ADD 1 TO WRK-P2-REPROVADOS
                   MOVE 'REPROVADO' TO FIN-SITUACAO
                   DISPLAY 'MATRICULA ' ROSTER-MATRICULA
                           ' DISC ' ROSTER-DISCIPLINA
                           ' NAO RECUPEROU (NOTA ' WRK-NOTA-EXAME ')'
               END-IF
           END-IF.

           COPY 'RUNDATEP.CPY'.
           COPY 'PARAMETROSP.CPY'.
           COPY 'NOTACORP.CPY'.
