      *SAIDA EM BOLETINS; TOTAL EM RUN-STATS.
      *DATA   = 28/03/22
      *HISTORICO DE ALTERACOES
      *11/05/22 KA BOLETIM POR DISCIPLINA: OS RESULTADOS DO
      *PERIODO SAO AGRUPADOS POR ALUNO (A TRANSCRICAO VEM POR
      *MATRICULA + DISCIPLINA) E A PAGINA TRAZ UMA LINHA POR
      *DISCIPLINA, COM NOME DO CADASTRO DISCIPL E SITUACAO PELAS
      *NOTAS DE CORTE DA DISCIPLINA (NOTACORP.CPY). O ALUNO FICA
      *EM RECUPERACAO SO NAS DISCIPLINAS EM QUE NAO ATINGIU A
      *NOTA; O RODAPE RESUME AS DISCIPLINAS EM RECUPERACAO E
      *REPROVADAS
      *16/05/22 KA RESPONSAVEL COM CPF VINCULADO (ALUN-CPF-RESP)
      *TEM O ENDERECO DO ENVELOPE LIDO DO CADASTRO-CLIENTE PELO
      *OBTER-RESPONSAVEL (RESPP.CPY)
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS ALUN-MATRICULA
               FILE STATUS IS WRK-ALUN-STATUS.

           SELECT CADASTRO-CLIENTE ASSIGN TO "CADCLI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CPF
               FILE STATUS IS RSP-WS-CLI-STATUS.

           SELECT FREQUENCIA-ALUNO ASSIGN TO "FREQMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATS-WS-STATUS.

           SELECT PARAMETROS ASSIGN TO "PARAMETR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARM-CHAVE
               FILE STATUS IS PARM-WS-STATUS.

           SELECT DISCIPLINA ASSIGN TO "DISCIPL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DISC-CODIGO
               FILE STATUS IS DISC-WS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSCRICAO.
       FD  ALUNO-MASTER.
           COPY 'ALUNMST.CPY'.

       FD  CADASTRO-CLIENTE.
           COPY 'CLIREG.CPY'.

       FD  FREQUENCIA-ALUNO.
           COPY 'FREQ.CPY'.

       FD  RUN-STATS.
           COPY 'RUNSTATS.CPY'.

       FD  PARAMETROS.
           COPY 'PARAMETROS.CPY'.

       FD  DISCIPLINA.
           COPY 'DISCIPL.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'CALENDW.CPY'.
           COPY 'FREQW.CPY'.
           COPY 'RUNSTATSW.CPY'.
           COPY 'PARAMETROSW.CPY'.
           COPY 'DISCIPLW.CPY'.
           COPY 'NOTACORW.CPY'.
           COPY 'RESPW.CPY'.
       77 WRK-TRANS-STATUS PIC X(02) VALUE ZEROS.
           88 TRANS-OK VALUE '00'.
           88 TRANS-FIM VALUE '10'.
               10 TAB-TUR-BOLETINS PIC 9(05).

       77 WRK-TOTAL-BOLETINS PIC 9(05) VALUE ZEROS.

      *DISCIPLINAS DO ALUNO NO PERIODO (QUEBRA POR MATRICULA; A
      *NOTA MAIS RECENTE DA DISCIPLINA SUBSTITUI A ANTERIOR)
       77 WRK-MATR-ATUAL PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-BOL PIC 9(02) VALUE ZEROS.
       77 WRK-IND-BOL PIC 9(02) VALUE ZEROS.
       77 WRK-ACHOU-BOL PIC X(01) VALUE 'N'.
           88 DISCIPLINA-NO-BOLETIM VALUE 'S'.
       01 TAB-BOLETIM.
           05 TAB-BOL-LINHA OCCURS 20 TIMES
                           DEPENDING ON WRK-QTD-BOL.
               10 TAB-BOL-DISCIPLINA PIC X(04).
               10 TAB-BOL-NOTA1      PIC 9(02).
               10 TAB-BOL-NOTA2      PIC 9(02).
               10 TAB-BOL-MEDIA      PIC 9(02).
       77 WRK-SITUACAO-DISC PIC X(11) VALUE SPACES.
       77 WRK-QTD-RECUP PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-REPROV PIC 9(02) VALUE ZEROS.
           COPY 'RUNDATE.CPY'.
           COPY 'RPTHDR.CPY'.

           PERFORM CONTAR-DIAS-LETIVOS THRU
               CONTAR-DIAS-LETIVOS-EXIT.
           PERFORM ABRIR-FREQUENCIA.
           PERFORM ABRIR-DISCIPLINAS.
           PERFORM CARREGAR-CORTES-GERAIS.

           OPEN INPUT ALUNO-MASTER.
           IF ALUN-MST-NAO-ENCONTRADO
               DISPLAY 'CADASTRO DE ALUNOS (ALUNMST) NAO '
                       'ENCONTRADO - BOLETINS SEM ENDERECO.'
           END-IF.
           PERFORM ABRIR-CADASTRO-RESP.

           OPEN INPUT TRANSCRICAO.
           IF TRANS-NAO-ENCONTRADO
                   AT END
                       SET TRANS-FIM TO TRUE
               END-READ
               IF NOT TRANS-FIM
                   MOVE TRANS-MATRICULA TO WRK-MATR-ATUAL
               END-IF
           END-IF.

       0003-PROCESSAR.

           IF TRANS-MATRICULA NOT = WRK-MATR-ATUAL
               PERFORM FECHAR-BOLETIM-ALUNO
               MOVE TRANS-MATRICULA TO WRK-MATR-ATUAL
           END-IF.
           IF TRANS-PERIODO = WRK-PERIODO
               PERFORM GUARDAR-NOTA-DISCIPLINA
           END-IF.
           READ TRANSCRICAO NEXT RECORD
               AT END
       0004-FINALIZAR.

           IF NOT TRANS-NAO-ENCONTRADO
               PERFORM FECHAR-BOLETIM-ALUNO
               CLOSE TRANSCRICAO
               MOVE SPACES TO LINHA-BOLETIM
               WRITE LINHA-BOLETIM
           IF NOT ALUN-MST-NAO-ENCONTRADO
               CLOSE ALUNO-MASTER
           END-IF.
           PERFORM FECHAR-CADASTRO-RESP.
           PERFORM FECHAR-FREQUENCIA.
           PERFORM FECHAR-CALENDARIO.
           PERFORM FECHAR-DISCIPLINAS.
           PERFORM FECHAR-PARAMETROS.

           DISPLAY 'BOLETINS GERADOS: ' WRK-TOTAL-BOLETINS.
           DISPLAY 'BOLETINS GRAVADOS EM BOLETINS.'.
      *----------------------------------------------------------*
      * IMPRIMIR-BOLETIM                                          *
      * UMA PAGINA POR ALUNO: ENDERECO DO RESPONSAVEL NO TOPO     *
      * (JANELA DO ENVELOPE), DEPOIS UMA LINHA DE NOTAS E         *
      * SITUACAO POR DISCIPLINA, FREQUENCIA E RESUMO DO PERIODO.  *
      *----------------------------------------------------------*
       IMPRIMIR-BOLETIM.

           WRITE LINHA-BOLETIM.

      *BLOCO DE ENDERECO PARA O ENVELOPE DE JANELA
           PERFORM OBTER-RESPONSAVEL THRU OBTER-RESPONSAVEL-EXIT.
           MOVE SPACES TO LINHA-BOLETIM.
           STRING '     ' DELIMITED BY SIZE
                  RSP-WS-NOME DELIMITED BY SIZE
                  INTO LINHA-BOLETIM.
           WRITE LINHA-BOLETIM.
           MOVE SPACES TO LINHA-BOLETIM.
           STRING '     ' DELIMITED BY SIZE
                  RSP-WS-ENDERECO DELIMITED BY SIZE
                  INTO LINHA-BOLETIM.
           WRITE LINHA-BOLETIM.
           MOVE SPACES TO LINHA-BOLETIM.
           STRING '     ' DELIMITED BY SIZE
                  RSP-WS-CIDADE DELIMITED BY SIZE
                  ' / ' DELIMITED BY SIZE
                  RSP-WS-UF DELIMITED BY SIZE
                  INTO LINHA-BOLETIM.
           WRITE LINHA-BOLETIM.
           MOVE SPACES TO LINHA-BOLETIM.
           WRITE LINHA-BOLETIM.
           MOVE SPACES TO LINHA-BOLETIM.
           STRING 'MATRICULA ' DELIMITED BY SIZE
                  WRK-MATR-ATUAL DELIMITED BY SIZE
                  ' PERIODO ' DELIMITED BY SIZE
                  WRK-PERIODO DELIMITED BY SIZE
                  INTO LINHA-BOLETIM.
           WRITE LINHA-BOLETIM.
           MOVE SPACES TO LINHA-BOLETIM.
           WRITE LINHA-BOLETIM.
           MOVE 'DISC NOME                           N1 N2 MEDIA '
               TO LINHA-BOLETIM.
           MOVE 'SITUACAO' TO LINHA-BOLETIM(51:8).
           WRITE LINHA-BOLETIM.
           MOVE ZEROS TO WRK-QTD-RECUP.
           MOVE ZEROS TO WRK-QTD-REPROV.
           PERFORM IMPRIMIR-LINHA-DISCIPLINA
               VARYING WRK-IND-BOL FROM 1 BY 1
               UNTIL WRK-IND-BOL > WRK-QTD-BOL.
           MOVE SPACES TO LINHA-BOLETIM.
           WRITE LINHA-BOLETIM.

           MOVE WRK-MATR-ATUAL TO FREQ-WS-MATRICULA.
           PERFORM APURAR-FREQUENCIA-ALUNO THRU
               APURAR-FREQUENCIA-ALUNO-EXIT.
           MOVE SPACES TO LINHA-BOLETIM.
           WRITE LINHA-BOLETIM.

           MOVE SPACES TO LINHA-BOLETIM.
           IF WRK-QTD-RECUP = ZEROS AND WRK-QTD-REPROV = ZEROS
               MOVE 'SITUACAO DO PERIODO: APROVADO EM TODAS AS '
                   TO LINHA-BOLETIM
               MOVE 'DISCIPLINAS' TO LINHA-BOLETIM(44:11)
           ELSE
               STRING 'SITUACAO DO PERIODO: RECUPERACAO EM '
                      DELIMITED BY SIZE
                      WRK-QTD-RECUP DELIMITED BY SIZE
                      ' / REPROVADO EM ' DELIMITED BY SIZE
                      WRK-QTD-REPROV DELIMITED BY SIZE
                      ' DISCIPLINA(S)' DELIMITED BY SIZE
                      INTO LINHA-BOLETIM
           END-IF.
           WRITE LINHA-BOLETIM.
           MOVE SPACES TO LINHA-BOLETIM.
           WRITE LINHA-BOLETIM.
       IMPRIMIR-BOLETIM-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * FECHAR-BOLETIM-ALUNO                                      *
      * NA QUEBRA DE MATRICULA IMPRIME O BOLETIM DO ALUNO QUE     *
      * TEVE NOTA NO PERIODO E LIMPA A TABELA DE DISCIPLINAS.     *
      *----------------------------------------------------------*
       FECHAR-BOLETIM-ALUNO.

           IF WRK-QTD-BOL > ZEROS
               PERFORM IMPRIMIR-BOLETIM
           END-IF.
           MOVE ZEROS TO WRK-QTD-BOL.

       FECHAR-BOLETIM-ALUNO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * GUARDAR-NOTA-DISCIPLINA                                   *
      * GUARDA A NOTA DO PERIODO NA LINHA DA DISCIPLINA; A        *
      * TRANSCRICAO VEM POR DATA DENTRO DA DISCIPLINA, ENTAO O    *
      * LANCAMENTO MAIS RECENTE PREVALECE.                        *
      *----------------------------------------------------------*
       GUARDAR-NOTA-DISCIPLINA.

           MOVE 'N' TO WRK-ACHOU-BOL.
           PERFORM PROCURAR-DISCIPLINA-BOLETIM
               VARYING WRK-IND-BOL FROM 1 BY 1
               UNTIL WRK-IND-BOL > WRK-QTD-BOL
                  OR DISCIPLINA-NO-BOLETIM.
           IF DISCIPLINA-NO-BOLETIM
               SUBTRACT 1 FROM WRK-IND-BOL
           ELSE
               IF WRK-QTD-BOL < 20
                   ADD 1 TO WRK-QTD-BOL
                   MOVE WRK-QTD-BOL TO WRK-IND-BOL
               ELSE
                   DISPLAY 'MATRICULA ' TRANS-MATRICULA
                           ' COM MAIS DE 20 DISCIPLINAS - '
                           TRANS-DISCIPLINA ' FORA DO BOLETIM'
                   GO TO GUARDAR-NOTA-DISCIPLINA-EXIT
               END-IF
           END-IF.
           MOVE TRANS-DISCIPLINA TO TAB-BOL-DISCIPLINA(WRK-IND-BOL).
           MOVE TRANS-NOTA1 TO TAB-BOL-NOTA1(WRK-IND-BOL).
           MOVE TRANS-NOTA2 TO TAB-BOL-NOTA2(WRK-IND-BOL).
           MOVE TRANS-MEDIA TO TAB-BOL-MEDIA(WRK-IND-BOL).

       GUARDAR-NOTA-DISCIPLINA-EXIT.
           EXIT.

       PROCURAR-DISCIPLINA-BOLETIM.
           IF TAB-BOL-DISCIPLINA(WRK-IND-BOL) = TRANS-DISCIPLINA
               MOVE 'S' TO WRK-ACHOU-BOL
           END-IF.

       PROCURAR-DISCIPLINA-BOLETIM-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * IMPRIMIR-LINHA-DISCIPLINA                                 *
      * NOTAS DA DISCIPLINA E SITUACAO PELAS NOTAS DE CORTE DA    *
      * PROPRIA DISCIPLINA.                                       *
      *----------------------------------------------------------*
       IMPRIMIR-LINHA-DISCIPLINA.

           MOVE TAB-BOL-DISCIPLINA(WRK-IND-BOL) TO DISC-WS-CODIGO.
           PERFORM BUSCAR-DISCIPLINA.
           MOVE TAB-BOL-DISCIPLINA(WRK-IND-BOL) TO NCOR-WS-DISCIPLINA.
           PERFORM OBTER-CORTES-DISCIPLINA THRU
               OBTER-CORTES-DISCIPLINA-EXIT.
           EVALUATE TRUE
               WHEN TAB-BOL-MEDIA(WRK-IND-BOL) >= NCOR-WS-APROVACAO
                   MOVE 'APROVADO' TO WRK-SITUACAO-DISC
               WHEN TAB-BOL-MEDIA(WRK-IND-BOL) >= NCOR-WS-RECUPERACAO
                   MOVE 'RECUPERACAO' TO WRK-SITUACAO-DISC
                   ADD 1 TO WRK-QTD-RECUP
               WHEN OTHER
                   MOVE 'REPROVADO' TO WRK-SITUACAO-DISC
                   ADD 1 TO WRK-QTD-REPROV
           END-EVALUATE.
           MOVE SPACES TO LINHA-BOLETIM.
           STRING TAB-BOL-DISCIPLINA(WRK-IND-BOL) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  DISC-WS-NOME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  TAB-BOL-NOTA1(WRK-IND-BOL) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  TAB-BOL-NOTA2(WRK-IND-BOL) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  TAB-BOL-MEDIA(WRK-IND-BOL) DELIMITED BY SIZE
                  '    ' DELIMITED BY SIZE
                  WRK-SITUACAO-DISC DELIMITED BY SIZE
                  INTO LINHA-BOLETIM.
           WRITE LINHA-BOLETIM.

       IMPRIMIR-LINHA-DISCIPLINA-EXIT.
           EXIT.

       LOCALIZAR-ALUNO.
           MOVE 'N' TO WRK-ALUNO-OK.
           MOVE SPACES TO ALUN-NOME.
           MOVE SPACES TO ALUN-END-RESP.
           MOVE SPACES TO ALUN-CIDADE-RESP.
           MOVE SPACES TO ALUN-UF-RESP.
           MOVE ZEROS TO ALUN-CPF-RESP.
           IF NOT ALUN-MST-NAO-ENCONTRADO
               MOVE WRK-MATR-ATUAL TO ALUN-MATRICULA
               READ ALUNO-MASTER
                   INVALID KEY
                       MOVE '*SEM CADASTRO*' TO ALUN-NOME
           COPY 'FREQP.CPY'.
           COPY 'RUNSTATSP.CPY' REPLACING ==STATS-PROGRAM-ID==
               BY =='PROGCOB08D'==.
           COPY 'PARAMETROSP.CPY'.
           COPY 'DISCIPLP.CPY'.
           COPY 'NOTACORP.CPY'.
           COPY 'RESPP.CPY'.
