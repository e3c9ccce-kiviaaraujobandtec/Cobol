      *A IR AONDE OS NUMEROS APONTAM. SAIDA EM ESTATTUR.
      *DATA   = 29/03/22
      *HISTORICO DE ALTERACOES
      *11/05/22 KA NOTAS POR DISCIPLINA: A CLASSIFICACAO USA AS
      *NOTAS DE CORTE DA DISCIPLINA DO RESULTADO (NOTACORP.CPY) E
      *A TURMA GRAVADA NA TRANSCRICAO (ALUNMST SO QUANDO A NOTA
      *NAO TRAZ A TURMA). NOVO QUADRO DE DISTRIBUICAO DE NOTAS
      *POR PROFESSOR (PROFESSOR GRAVADO NA NOTA PELA ATRIBUICAO
      *DE AULAS, NOME DO CADASTRO PROFMST) PARA A COORDENACAO
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS PARM-CHAVE
               FILE STATUS IS PARM-WS-STATUS.

           SELECT PROFESSOR ASSIGN TO "PROFMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROF-CODIGO
               FILE STATUS IS WRK-PROF-STATUS.

           SELECT RELATORIO-ESTATISTICA ASSIGN TO "ESTATTUR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.
       FD  PARAMETROS.
           COPY 'PARAMETROS.CPY'.

       FD  PROFESSOR.
           COPY 'PROFMST.CPY'.

       FD  RELATORIO-ESTATISTICA.
       01  LINHA-ESTAT         PIC X(80).

       WORKING-STORAGE SECTION.
           COPY 'PARAMETROSW.CPY'.
           COPY 'NOTACORW.CPY'.
       77 WRK-TRANS-STATUS PIC X(02) VALUE ZEROS.
           88 TRANS-OK VALUE '00'.
           88 TRANS-FIM VALUE '10'.
           88 ALUN-MST-OK VALUE '00'.
           88 ALUN-MST-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-REL-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-PROF-STATUS PIC X(02) VALUE ZEROS.
           88 PROF-MST-NAO-ENCONTRADO VALUE '23' '35'.

       77 WRK-ENT PIC X(11) VALUE SPACES.
       77 WRK-ENTRADA-VALIDA PIC X(01) VALUE 'N'.
           88 ENTRADA-VALIDA VALUE 'S'.
       77 WRK-PERIODO PIC 9(02) VALUE ZEROS.
       77 WRK-TURMA-ALUNO PIC X(05) VALUE SPACES.

       77 WRK-QTD-TURMAS PIC 9(02) VALUE ZEROS.
       77 WRK-PCT PIC 9(03)V99 VALUE ZEROS.
       77 WRK-PCT-ED PIC ZZ9,99 VALUE ZEROS.
       77 WRK-TOTAL-RESULTADOS PIC 9(05) VALUE ZEROS.

      *DISTRIBUICAO POR PROFESSOR
       77 WRK-QTD-PROFS PIC 9(02) VALUE ZEROS.
       77 WRK-IND-PROF PIC 9(02) VALUE ZEROS.
       77 WRK-ACHOU-PROF PIC X(01) VALUE 'N'.
           88 PROFESSOR-NA-TABELA VALUE 'S'.
       77 WRK-NOME-PROF PIC X(30) VALUE SPACES.
       01 TAB-PROFESSORES.
           05 TAB-PRF-LINHA OCCURS 40 TIMES
                           DEPENDING ON WRK-QTD-PROFS.
               10 TAB-PRF-CODIGO   PIC 9(05).
               10 TAB-PRF-NOTAS    PIC 9(05).
               10 TAB-PRF-FAIXA-A  PIC 9(05).
               10 TAB-PRF-FAIXA-B  PIC 9(05).
               10 TAB-PRF-FAIXA-C  PIC 9(05).
               10 TAB-PRF-FAIXA-D  PIC 9(05).
               10 TAB-PRF-SOMA     PIC 9(07).
               10 TAB-PRF-APROV    PIC 9(05).
               10 TAB-PRF-RECUP    PIC 9(05).
               10 TAB-PRF-REPROV   PIC 9(05).
           COPY 'RUNDATE.CPY'.
           COPY 'RPTHDR.CPY'.

               MOVE ZEROS TO WRK-PERIODO
           END-IF.

           PERFORM CARREGAR-CORTES-GERAIS.

           OPEN INPUT ALUNO-MASTER.
           IF ALUN-MST-NAO-ENCONTRADO
           IF WRK-PERIODO = ZEROS OR TRANS-PERIODO = WRK-PERIODO
               ADD 1 TO WRK-TOTAL-RESULTADOS
               PERFORM BUSCAR-TURMA
               MOVE TRANS-DISCIPLINA TO NCOR-WS-DISCIPLINA
               PERFORM OBTER-CORTES-DISCIPLINA THRU
                   OBTER-CORTES-DISCIPLINA-EXIT
               PERFORM ACUMULAR-ESTATISTICA THRU
                   ACUMULAR-ESTATISTICA-EXIT
               PERFORM ACUMULAR-PROFESSOR THRU
                   ACUMULAR-PROFESSOR-EXIT
           END-IF.
           READ TRANSCRICAO NEXT RECORD
               AT END
           PERFORM IMPRIMIR-RANKING
               VARYING WRK-IND-TURMA FROM 1 BY 1
               UNTIL WRK-IND-TURMA > WRK-QTD-TURMAS.

           MOVE SPACES TO LINHA-ESTAT.
           WRITE LINHA-ESTAT.
           MOVE 'DISTRIBUICAO DE NOTAS POR PROFESSOR' TO LINHA-ESTAT.
           WRITE LINHA-ESTAT.
           OPEN INPUT PROFESSOR.
           PERFORM IMPRIMIR-PROFESSOR
               VARYING WRK-IND-PROF FROM 1 BY 1
               UNTIL WRK-IND-PROF > WRK-QTD-PROFS.
           IF NOT PROF-MST-NAO-ENCONTRADO
               CLOSE PROFESSOR
           END-IF.
           CLOSE RELATORIO-ESTATISTICA.

       0005-FINALIZAR.

       BUSCAR-TURMA.
           MOVE 'SEM-T' TO WRK-TURMA-ALUNO.
           IF TRANS-TURMA NOT = SPACES
               MOVE TRANS-TURMA TO WRK-TURMA-ALUNO
               GO TO BUSCAR-TURMA-EXIT
           END-IF.
           IF NOT ALUN-MST-NAO-ENCONTRADO
               MOVE TRANS-MATRICULA TO ALUN-MATRICULA
               READ ALUNO-MASTER
                   ADD 1 TO TAB-EST-FAIXA-D(WRK-IND-TURMA)
           END-EVALUATE.
           EVALUATE TRUE
               WHEN TRANS-MEDIA >= NCOR-WS-APROVACAO
                   ADD 1 TO TAB-EST-APROV(WRK-IND-TURMA)
               WHEN TRANS-MEDIA >= NCOR-WS-RECUPERACAO
                   ADD 1 TO TAB-EST-RECUP(WRK-IND-TURMA)
               WHEN OTHER
                   ADD 1 TO TAB-EST-REPROV(WRK-IND-TURMA)
       ACUMULAR-ESTATISTICA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ACUMULAR-PROFESSOR                                        *
      * ACUMULA A MEDIA DO RESULTADO NA LINHA DO PROFESSOR QUE    *
      * DEU A NOTA (ZERO = SEM PROFESSOR ATRIBUIDO): FAIXA, SOMA  *
      * E CLASSIFICACAO PELAS NOTAS DE CORTE DA DISCIPLINA.       *
      *----------------------------------------------------------*
       ACUMULAR-PROFESSOR.

           MOVE 'N' TO WRK-ACHOU-PROF.
           PERFORM PROCURAR-PROFESSOR
               VARYING WRK-IND-PROF FROM 1 BY 1
               UNTIL WRK-IND-PROF > WRK-QTD-PROFS
                  OR PROFESSOR-NA-TABELA.
           IF PROFESSOR-NA-TABELA
               SUBTRACT 1 FROM WRK-IND-PROF
           ELSE
               IF WRK-QTD-PROFS < 40
                   ADD 1 TO WRK-QTD-PROFS
                   MOVE WRK-QTD-PROFS TO WRK-IND-PROF
                   MOVE TRANS-PROFESSOR
                       TO TAB-PRF-CODIGO(WRK-IND-PROF)
                   MOVE ZEROS TO TAB-PRF-NOTAS(WRK-IND-PROF)
                   MOVE ZEROS TO TAB-PRF-FAIXA-A(WRK-IND-PROF)
                   MOVE ZEROS TO TAB-PRF-FAIXA-B(WRK-IND-PROF)
                   MOVE ZEROS TO TAB-PRF-FAIXA-C(WRK-IND-PROF)
                   MOVE ZEROS TO TAB-PRF-FAIXA-D(WRK-IND-PROF)
                   MOVE ZEROS TO TAB-PRF-SOMA(WRK-IND-PROF)
                   MOVE ZEROS TO TAB-PRF-APROV(WRK-IND-PROF)
                   MOVE ZEROS TO TAB-PRF-RECUP(WRK-IND-PROF)
                   MOVE ZEROS TO TAB-PRF-REPROV(WRK-IND-PROF)
               ELSE
                   GO TO ACUMULAR-PROFESSOR-EXIT
               END-IF
           END-IF.

           ADD 1 TO TAB-PRF-NOTAS(WRK-IND-PROF).
           ADD TRANS-MEDIA TO TAB-PRF-SOMA(WRK-IND-PROF).
           EVALUATE TRUE
               WHEN TRANS-MEDIA <= 2
                   ADD 1 TO TAB-PRF-FAIXA-A(WRK-IND-PROF)
               WHEN TRANS-MEDIA <= 5
                   ADD 1 TO TAB-PRF-FAIXA-B(WRK-IND-PROF)
               WHEN TRANS-MEDIA <= 8
                   ADD 1 TO TAB-PRF-FAIXA-C(WRK-IND-PROF)
               WHEN OTHER
                   ADD 1 TO TAB-PRF-FAIXA-D(WRK-IND-PROF)
           END-EVALUATE.
           EVALUATE TRUE
               WHEN TRANS-MEDIA >= NCOR-WS-APROVACAO
                   ADD 1 TO TAB-PRF-APROV(WRK-IND-PROF)
               WHEN TRANS-MEDIA >= NCOR-WS-RECUPERACAO
                   ADD 1 TO TAB-PRF-RECUP(WRK-IND-PROF)
               WHEN OTHER
                   ADD 1 TO TAB-PRF-REPROV(WRK-IND-PROF)
           END-EVALUATE.

       ACUMULAR-PROFESSOR-EXIT.
           EXIT.

       PROCURAR-PROFESSOR.
           IF TAB-PRF-CODIGO(WRK-IND-PROF) = TRANS-PROFESSOR
               MOVE 'S' TO WRK-ACHOU-PROF
           END-IF.

       PROCURAR-PROFESSOR-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * IMPRIMIR-PROFESSOR                                        *
      * BLOCO DE DISTRIBUICAO DO PROFESSOR DA VEZ.                *
      *----------------------------------------------------------*
       IMPRIMIR-PROFESSOR.

           MOVE SPACES TO WRK-NOME-PROF.
           IF TAB-PRF-CODIGO(WRK-IND-PROF) = ZEROS
               MOVE 'SEM PROFESSOR ATRIBUIDO' TO WRK-NOME-PROF
           ELSE
               IF NOT PROF-MST-NAO-ENCONTRADO
                   MOVE TAB-PRF-CODIGO(WRK-IND-PROF) TO PROF-CODIGO
                   READ PROFESSOR
                       INVALID KEY
                           MOVE '*SEM CADASTRO*' TO WRK-NOME-PROF
                       NOT INVALID KEY
                           MOVE PROF-NOME TO WRK-NOME-PROF
                   END-READ
               END-IF
           END-IF.
           COMPUTE WRK-MEDIA-TURMA ROUNDED =
               TAB-PRF-SOMA(WRK-IND-PROF)
               / TAB-PRF-NOTAS(WRK-IND-PROF).
           MOVE SPACES TO LINHA-ESTAT.
           WRITE LINHA-ESTAT.
           MOVE SPACES TO LINHA-ESTAT.
           STRING 'PROFESSOR ' DELIMITED BY SIZE
                  TAB-PRF-CODIGO(WRK-IND-PROF) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-NOME-PROF DELIMITED BY SIZE
                  ' MEDIA ' DELIMITED BY SIZE
                  WRK-MEDIA-TURMA DELIMITED BY SIZE
                  INTO LINHA-ESTAT.
           WRITE LINHA-ESTAT.
           MOVE SPACES TO LINHA-ESTAT.
           STRING '  NOTAS ' DELIMITED BY SIZE
                  TAB-PRF-NOTAS(WRK-IND-PROF) DELIMITED BY SIZE
                  '  0-2: ' DELIMITED BY SIZE
                  TAB-PRF-FAIXA-A(WRK-IND-PROF) DELIMITED BY SIZE
                  '  3-5: ' DELIMITED BY SIZE
                  TAB-PRF-FAIXA-B(WRK-IND-PROF) DELIMITED BY SIZE
                  '  6-8: ' DELIMITED BY SIZE
                  TAB-PRF-FAIXA-C(WRK-IND-PROF) DELIMITED BY SIZE
                  '  9-10: ' DELIMITED BY SIZE
                  TAB-PRF-FAIXA-D(WRK-IND-PROF) DELIMITED BY SIZE
                  INTO LINHA-ESTAT.
           WRITE LINHA-ESTAT.
           MOVE SPACES TO LINHA-ESTAT.
           STRING '  APROV ' DELIMITED BY SIZE
                  TAB-PRF-APROV(WRK-IND-PROF) DELIMITED BY SIZE
                  '  RECUP ' DELIMITED BY SIZE
                  TAB-PRF-RECUP(WRK-IND-PROF) DELIMITED BY SIZE
                  '  REPROV ' DELIMITED BY SIZE
                  TAB-PRF-REPROV(WRK-IND-PROF) DELIMITED BY SIZE
                  INTO LINHA-ESTAT.
           WRITE LINHA-ESTAT.

       IMPRIMIR-PROFESSOR-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * IMPRIMIR-TURMA                                            *
      * BLOCO DE ESTATISTICAS DA TURMA DA VEZ.                    *
           COPY 'RUNDATEP.CPY'.
           COPY 'RPTHDRP.CPY'.
           COPY 'PARAMETROSP.CPY'.
           COPY 'NOTACORP.CPY'.
