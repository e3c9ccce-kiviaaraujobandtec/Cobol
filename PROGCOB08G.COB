      *RELATORIO DE EXCECOES MATEXCEC; TOTAL EM RUN-STATS.
      *DATA   = 30/03/22
      *HISTORICO DE ALTERACOES
      *13/05/22 KA CADASTRO DE TURMAS (TURMAMST): MATRICULA E
      *TRANSFERENCIA SO PARA TURMA CADASTRADA E ATIVA; COM A SALA
      *CHEIA (ALUNOS ATIVOS + VAGAS OFERTADAS CONTRA A CAPACIDADE)
      *OU COM FILA NA TURMA, O ALUNO ENTRA NA LISTA DE ESPERA
      *ESPERA EM ORDEM DE CHEGADA EM VEZ DE SER REJEITADO. NOVO
      *TIPO D = DESISTENCIA DA LISTA. NO FIM DA RODADA CADA VAGA
      *LIVRE (BAIXA, TRANSFERENCIA PARA FORA, CAPACIDADE MAIOR) E
      *OFERECIDA AO PRIMEIRO DA LISTA NO RELATORIO DIARIO DE
      *VAGAS VAGASDIA; A VAGA FICA RESERVADA ATE A MATRICULA OU
      *TRANSFERENCIA DO ALUNO OU A DESISTENCIA
      *16/05/22 KA ALUNO NOVO NASCE SEM CPF DE RESPONSAVEL
      *(ALUN-CPF-RESP ZERADO) - VINCULO PELO PROGCOB08M
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS ALUN-MATRICULA
               FILE STATUS IS WRK-ALUN-STATUS.

           SELECT TURMA-MASTER ASSIGN TO "TURMAMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TUR-CODIGO
               FILE STATUS IS WRK-TURMA-STATUS.

           SELECT LISTA-ESPERA ASSIGN TO "ESPERA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESP-CHAVE
               FILE STATUS IS WRK-ESP-STATUS.

           SELECT RELATORIO-VAGAS ASSIGN TO "VAGASDIA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-VAGA-STATUS.

           SELECT ALUNO-HIST ASSIGN TO "ALUNHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-HIST-STATUS.
               88 MAT-MATRICULA-NOVA VALUE 'M'.
               88 MAT-TRANSFERENCIA  VALUE 'T'.
               88 MAT-BAIXA          VALUE 'B'.
               88 MAT-DESISTENCIA    VALUE 'D'.
           05 MAT-MATRICULA      PIC 9(06).
           05 MAT-NOME           PIC X(30).
           05 MAT-TURMA          PIC X(05).
       FD  ALUNO-MASTER.
           COPY 'ALUNMST.CPY'.

       FD  TURMA-MASTER.
           COPY 'TURMA.CPY'.

       FD  LISTA-ESPERA.
           COPY 'ESPERA.CPY'.

       FD  RELATORIO-VAGAS.
       01  LINHA-VAGA          PIC X(80).

       FD  ALUNO-HIST.
           COPY 'ALUNHIST.CPY'.

       77 WRK-HIST-STATUS PIC X(02) VALUE ZEROS.
           88 HIST-NAO-ENCONTRADO VALUE '35'.
       77 WRK-REL-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-TURMA-STATUS PIC X(02) VALUE ZEROS.
           88 TURMA-MST-FIM VALUE '10'.
           88 TURMA-MST-NAO-ENCONTRADO VALUE '35'.
       77 WRK-ESP-STATUS PIC X(02) VALUE ZEROS.
           88 ESP-OK VALUE '00'.
           88 ESP-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-VAGA-STATUS PIC X(02) VALUE ZEROS.

      *TURMAS DO CADASTRO COM A OCUPACAO ATUAL (ALUNOS ATIVOS DO
      *ALUNMST), AS VAGAS JA OFERTADAS E A FILA DE ESPERA
       77 WRK-QTD-TURMAS PIC 9(03) VALUE ZEROS.
       77 WRK-IND-TURMA PIC 9(03) VALUE ZEROS.
       77 WRK-TURMA-PROCURADA PIC X(05) VALUE SPACES.
       77 WRK-ACHOU-TURMA PIC X(01) VALUE 'N'.
           88 TURMA-NA-TABELA VALUE 'S'.
       01 TAB-TURMAS.
           05 TAB-TMA-LINHA OCCURS 200 TIMES
                           DEPENDING ON WRK-QTD-TURMAS.
               10 TAB-TMA-CODIGO     PIC X(05).
               10 TAB-TMA-CAPACIDADE PIC 9(03).
               10 TAB-TMA-SITUACAO   PIC X(01).
               10 TAB-TMA-OCUPADOS   PIC 9(04).
               10 TAB-TMA-OFERTAS    PIC 9(04).
               10 TAB-TMA-AGUARDANDO PIC 9(04).
               10 TAB-TMA-ULT-DATA   PIC 9(08).
               10 TAB-TMA-ULT-SEQ    PIC 9(05).

       77 WRK-ALUN-VARRE PIC X(01) VALUE 'V'.
           88 ALUNOS-VARRIDOS VALUE 'F'.
       77 WRK-ESP-VARRE PIC X(01) VALUE 'V'.
           88 ESPERA-VARRIDA VALUE 'F'.
       77 WRK-ESP-ACHADA PIC X(01) VALUE 'N'.
           88 ALUNO-NA-ESPERA VALUE 'S'.
       77 WRK-VAGA PIC X(01) VALUE 'N'.
           88 VAGA-GARANTIDA VALUE 'S'.
       77 WRK-POSICAO PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-ESPERA PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-OFERTAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-OFERTAS-ABERTAS PIC 9(05) VALUE ZEROS.

       77 WRK-MOTIVO PIC X(30) VALUE SPACES.
       77 WRK-ALUN-ACHADO PIC X(01) VALUE 'N'.
                   CLOSE ALUNO-MASTER
                   OPEN I-O ALUNO-MASTER
               END-IF
               PERFORM CARREGAR-TURMAS THRU CARREGAR-TURMAS-EXIT
               PERFORM CONTAR-OCUPACAO
               OPEN I-O LISTA-ESPERA
               IF ESP-NAO-ENCONTRADO
                   OPEN OUTPUT LISTA-ESPERA
                   CLOSE LISTA-ESPERA
                   OPEN I-O LISTA-ESPERA
               END-IF
               PERFORM CARREGAR-ESPERA
               OPEN EXTEND ALUNO-HIST
               IF HIST-NAO-ENCONTRADO
                   OPEN OUTPUT ALUNO-HIST
       0004-FINALIZAR.

           IF NOT LOTE-NAO-ENCONTRADO
               PERFORM OFERECER-VAGAS
               CLOSE LOTE-MATRICULAS
               CLOSE ALUNO-MASTER
               CLOSE ALUNO-HIST
               CLOSE LISTA-ESPERA
               MOVE SPACES TO LINHA-EXCECAO
               WRITE LINHA-EXCECAO
               MOVE SPACES TO LINHA-EXCECAO
                      WRK-QTD-APLICADAS DELIMITED BY SIZE
                      '  REJEITADAS: ' DELIMITED BY SIZE
                      WRK-QTD-REJEITADAS DELIMITED BY SIZE
                      '  EM ESPERA: ' DELIMITED BY SIZE
                      WRK-QTD-ESPERA DELIMITED BY SIZE
                      INTO LINHA-EXCECAO
               WRITE LINHA-EXCECAO
               CLOSE RELATORIO-EXCECOES
           DISPLAY 'PROGCOB08G' '   DATA: ' RUNDATE-HOJE-ED.
           DISPLAY 'TRANSACOES APLICADAS.: ' WRK-QTD-APLICADAS.
           DISPLAY 'TRANSACOES REJEITADAS: ' WRK-QTD-REJEITADAS.
           DISPLAY 'ENVIADAS PARA ESPERA.: ' WRK-QTD-ESPERA.
           DISPLAY 'VAGAS OFERECIDAS.....: ' WRK-QTD-OFERTAS.
           DISPLAY 'EXCECOES GRAVADAS EM MATEXCEC.'.
           DISPLAY 'VAGAS DO DIA GRAVADAS EM VAGASDIA.'.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

           MOVE WRK-QTD-APLICADAS TO STATS-REGISTROS.
                           MOVE 'ALUNO JA BAIXADO' TO WRK-MOTIVO
                       END-IF
                   END-IF
               WHEN MAT-DESISTENCIA
                   PERFORM PROCURAR-ESPERA-ALUNO
                   IF NOT ALUNO-NA-ESPERA
                       MOVE 'NAO ESTA NA LISTA DE ESPERA' TO WRK-MOTIVO
                   END-IF
               WHEN OTHER
                   MOVE 'TIPO DE TRANSACAO INVALIDO' TO WRK-MOTIVO
           END-EVALUATE.

           IF WRK-MOTIVO = SPACES
               AND (MAT-MATRICULA-NOVA OR MAT-TRANSFERENCIA)
               MOVE MAT-TURMA TO WRK-TURMA-PROCURADA
               PERFORM LOCALIZAR-TURMA
               IF NOT TURMA-NA-TABELA
                   MOVE 'TURMA NAO CADASTRADA' TO WRK-MOTIVO
               ELSE
                   IF TAB-TMA-SITUACAO(WRK-IND-TURMA) NOT = 'A'
                       MOVE 'TURMA INATIVA' TO WRK-MOTIVO
                   END-IF
               END-IF
           END-IF.

           IF WRK-MOTIVO NOT = SPACES
               ADD 1 TO WRK-QTD-REJEITADAS
               MOVE SPACES TO LINHA-EXCECAO
               GO TO APLICAR-TRANSACAO-EXIT
           END-IF.

           IF MAT-DESISTENCIA
               MOVE MAT-TURMA TO WRK-TURMA-PROCURADA
               PERFORM LOCALIZAR-TURMA
               IF TURMA-NA-TABELA AND ESP-OFERTADA
                   AND TAB-TMA-OFERTAS(WRK-IND-TURMA) > ZEROS
                   SUBTRACT 1 FROM TAB-TMA-OFERTAS(WRK-IND-TURMA)
               END-IF
               IF TURMA-NA-TABELA AND ESP-AGUARDANDO
                   AND TAB-TMA-AGUARDANDO(WRK-IND-TURMA) > ZEROS
                   SUBTRACT 1 FROM TAB-TMA-AGUARDANDO(WRK-IND-TURMA)
               END-IF
               SET ESP-DESISTENTE TO TRUE
               REWRITE REG-ESPERA
               ADD 1 TO WRK-QTD-APLICADAS
               GO TO APLICAR-TRANSACAO-EXIT
           END-IF.

           IF MAT-MATRICULA-NOVA OR MAT-TRANSFERENCIA
               PERFORM RESERVAR-VAGA THRU RESERVAR-VAGA-EXIT
               IF NOT VAGA-GARANTIDA
                   GO TO APLICAR-TRANSACAO-EXIT
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN MAT-MATRICULA-NOVA
                   MOVE MAT-MATRICULA TO ALUN-MATRICULA
                   MOVE SPACES TO ALUN-END-RESP
                   MOVE SPACES TO ALUN-CIDADE-RESP
                   MOVE SPACES TO ALUN-UF-RESP
                   MOVE ZEROS TO ALUN-CPF-RESP
                   WRITE REG-ALUNO
               WHEN MAT-TRANSFERENCIA
                   MOVE MAT-TURMA TO ALUN-TURMA
           END-EVALUATE.
           ADD 1 TO WRK-QTD-APLICADAS.

           IF NOT MAT-MATRICULA-NOVA
               MOVE WRK-TURMA-ANTERIOR TO WRK-TURMA-PROCURADA
               PERFORM LOCALIZAR-TURMA
               IF TURMA-NA-TABELA
                   AND TAB-TMA-OCUPADOS(WRK-IND-TURMA) > ZEROS
                   SUBTRACT 1 FROM TAB-TMA-OCUPADOS(WRK-IND-TURMA)
               END-IF
           END-IF.

           MOVE MAT-DATA-EFETIVA TO AHIST-DATA-EFETIVA.
           MOVE MAT-MATRICULA TO AHIST-MATRICULA.
           MOVE MAT-TIPO TO AHIST-TIPO.
       APLICAR-TRANSACAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * CARREGAR-TURMAS                                           *
      * CARREGA O CADASTRO DE TURMAS NA TABELA INTERNA, COM A     *
      * OCUPACAO, AS OFERTAS E A FILA ZERADAS.                    *
      *----------------------------------------------------------*
       CARREGAR-TURMAS.

           OPEN INPUT TURMA-MASTER.
           IF TURMA-MST-NAO-ENCONTRADO
               DISPLAY 'CADASTRO DE TURMAS (TURMAMST) NAO '
                       'ENCONTRADO - NENHUMA TURMA SERA ACEITA.'
               GO TO CARREGAR-TURMAS-EXIT
           END-IF.
           READ TURMA-MASTER
               AT END
                   SET TURMA-MST-FIM TO TRUE
           END-READ.
           PERFORM CARREGAR-UMA-TURMA UNTIL TURMA-MST-FIM.
           CLOSE TURMA-MASTER.

       CARREGAR-TURMAS-EXIT.
           EXIT.

       CARREGAR-UMA-TURMA.
           IF WRK-QTD-TURMAS < 200
               ADD 1 TO WRK-QTD-TURMAS
               MOVE TUR-CODIGO TO TAB-TMA-CODIGO(WRK-QTD-TURMAS)
               MOVE TUR-CAPACIDADE
                   TO TAB-TMA-CAPACIDADE(WRK-QTD-TURMAS)
               MOVE TUR-SITUACAO TO TAB-TMA-SITUACAO(WRK-QTD-TURMAS)
               MOVE ZEROS TO TAB-TMA-OCUPADOS(WRK-QTD-TURMAS)
               MOVE ZEROS TO TAB-TMA-OFERTAS(WRK-QTD-TURMAS)
               MOVE ZEROS TO TAB-TMA-AGUARDANDO(WRK-QTD-TURMAS)
               MOVE ZEROS TO TAB-TMA-ULT-DATA(WRK-QTD-TURMAS)
               MOVE ZEROS TO TAB-TMA-ULT-SEQ(WRK-QTD-TURMAS)
           ELSE
               DISPLAY 'TABELA DE TURMAS CHEIA - TURMA '
                       TUR-CODIGO ' IGNORADA'
           END-IF.
           READ TURMA-MASTER
               AT END
                   SET TURMA-MST-FIM TO TRUE
           END-READ.

      *----------------------------------------------------------*
      * CONTAR-OCUPACAO                                           *
      * PERCORRE O ALUNMST E CONTA OS ALUNOS ATIVOS DE CADA TURMA.*
      *----------------------------------------------------------*
       CONTAR-OCUPACAO.

           MOVE 'V' TO WRK-ALUN-VARRE.
           MOVE ZEROS TO ALUN-MATRICULA.
           START ALUNO-MASTER KEY IS NOT < ALUN-MATRICULA
               INVALID KEY
                   MOVE 'F' TO WRK-ALUN-VARRE
           END-START.
           PERFORM CONTAR-OCUPACAO-ALUNO UNTIL ALUNOS-VARRIDOS.

       CONTAR-OCUPACAO-ALUNO.
           READ ALUNO-MASTER NEXT RECORD
               AT END
                   MOVE 'F' TO WRK-ALUN-VARRE
           END-READ.
           IF NOT ALUNOS-VARRIDOS AND ALUNO-ATIVO
               MOVE ALUN-TURMA TO WRK-TURMA-PROCURADA
               PERFORM LOCALIZAR-TURMA
               IF TURMA-NA-TABELA
                   ADD 1 TO TAB-TMA-OCUPADOS(WRK-IND-TURMA)
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * CARREGAR-ESPERA                                           *
      * PERCORRE A LISTA DE ESPERA E CONTA, POR TURMA, QUEM ESTA  *
      * AGUARDANDO E AS VAGAS JA OFERTADAS, GUARDANDO A ULTIMA    *
      * CHAVE (DATA + SEQUENCIA) PARA NUMERAR AS NOVAS ENTRADAS.  *
      *----------------------------------------------------------*
       CARREGAR-ESPERA.

           MOVE 'V' TO WRK-ESP-VARRE.
           MOVE LOW-VALUES TO ESP-CHAVE.
           START LISTA-ESPERA KEY IS NOT < ESP-CHAVE
               INVALID KEY
                   MOVE 'F' TO WRK-ESP-VARRE
           END-START.
           PERFORM CARREGAR-UMA-ESPERA UNTIL ESPERA-VARRIDA.

       CARREGAR-UMA-ESPERA.
           READ LISTA-ESPERA NEXT RECORD
               AT END
                   MOVE 'F' TO WRK-ESP-VARRE
           END-READ.
           IF NOT ESPERA-VARRIDA
               MOVE ESP-TURMA TO WRK-TURMA-PROCURADA
               PERFORM LOCALIZAR-TURMA
               IF TURMA-NA-TABELA
                   MOVE ESP-DATA-ENTRADA
                       TO TAB-TMA-ULT-DATA(WRK-IND-TURMA)
                   MOVE ESP-SEQUENCIA
                       TO TAB-TMA-ULT-SEQ(WRK-IND-TURMA)
                   IF ESP-AGUARDANDO
                       ADD 1 TO TAB-TMA-AGUARDANDO(WRK-IND-TURMA)
                   END-IF
                   IF ESP-OFERTADA
                       ADD 1 TO TAB-TMA-OFERTAS(WRK-IND-TURMA)
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * LOCALIZAR-TURMA                                           *
      * PROCURA WRK-TURMA-PROCURADA NA TABELA DE TURMAS; ACHADA,  *
      * WRK-IND-TURMA APONTA A LINHA.                             *
      *----------------------------------------------------------*
       LOCALIZAR-TURMA.
           MOVE 'N' TO WRK-ACHOU-TURMA.
           PERFORM PROCURAR-TURMA
               VARYING WRK-IND-TURMA FROM 1 BY 1
               UNTIL WRK-IND-TURMA > WRK-QTD-TURMAS
                  OR TURMA-NA-TABELA.
           IF TURMA-NA-TABELA
               SUBTRACT 1 FROM WRK-IND-TURMA
           END-IF.

       PROCURAR-TURMA.
           IF TAB-TMA-CODIGO(WRK-IND-TURMA) = WRK-TURMA-PROCURADA
               MOVE 'S' TO WRK-ACHOU-TURMA
           END-IF.

      *----------------------------------------------------------*
      * PROCURAR-ESPERA-ALUNO                                     *
      * PROCURA NA LISTA DA TURMA MAT-TURMA A ENTRADA AINDA EM    *
      * ABERTO (AGUARDANDO OU OFERTADA) DA MATRICULA DA VEZ; SE   *
      * ACHADA, ELA FICA EM REG-ESPERA PARA O REWRITE.            *
      *----------------------------------------------------------*
       PROCURAR-ESPERA-ALUNO.
           MOVE 'N' TO WRK-ESP-ACHADA.
           MOVE 'V' TO WRK-ESP-VARRE.
           MOVE MAT-TURMA TO ESP-TURMA.
           MOVE ZEROS TO ESP-DATA-ENTRADA.
           MOVE ZEROS TO ESP-SEQUENCIA.
           START LISTA-ESPERA KEY IS NOT < ESP-CHAVE
               INVALID KEY
                   MOVE 'F' TO WRK-ESP-VARRE
           END-START.
           PERFORM VARRER-ESPERA-ALUNO UNTIL ESPERA-VARRIDA.

       VARRER-ESPERA-ALUNO.
           READ LISTA-ESPERA NEXT RECORD
               AT END
                   MOVE 'F' TO WRK-ESP-VARRE
           END-READ.
           IF NOT ESPERA-VARRIDA
               IF ESP-TURMA NOT = MAT-TURMA
                   MOVE 'F' TO WRK-ESP-VARRE
               ELSE
                   IF ESP-MATRICULA = MAT-MATRICULA
                       AND (ESP-AGUARDANDO OR ESP-OFERTADA)
                       MOVE 'S' TO WRK-ESP-ACHADA
                       MOVE 'F' TO WRK-ESP-VARRE
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * RESERVAR-VAGA                                             *
      * GARANTE A VAGA NA TURMA NOVA: VAGA OFERTADA AO ALUNO E    *
      * ATENDIDA; SEM FILA E COM LUGAR NA SALA ELE ENTRA DIRETO;  *
      * DO CONTRARIO VAI PARA O FIM DA LISTA DE ESPERA.           *
      *----------------------------------------------------------*
       RESERVAR-VAGA.

           MOVE 'N' TO WRK-VAGA.
           MOVE MAT-TURMA TO WRK-TURMA-PROCURADA.
           PERFORM LOCALIZAR-TURMA.
           PERFORM PROCURAR-ESPERA-ALUNO.

           IF ALUNO-NA-ESPERA AND ESP-OFERTADA
               SET ESP-ATENDIDA TO TRUE
               REWRITE REG-ESPERA
               IF TAB-TMA-OFERTAS(WRK-IND-TURMA) > ZEROS
                   SUBTRACT 1 FROM TAB-TMA-OFERTAS(WRK-IND-TURMA)
               END-IF
               ADD 1 TO TAB-TMA-OCUPADOS(WRK-IND-TURMA)
               MOVE 'S' TO WRK-VAGA
               GO TO RESERVAR-VAGA-EXIT
           END-IF.

           IF TAB-TMA-AGUARDANDO(WRK-IND-TURMA) = ZEROS
               AND TAB-TMA-OCUPADOS(WRK-IND-TURMA)
                 + TAB-TMA-OFERTAS(WRK-IND-TURMA)
                 < TAB-TMA-CAPACIDADE(WRK-IND-TURMA)
               ADD 1 TO TAB-TMA-OCUPADOS(WRK-IND-TURMA)
               MOVE 'S' TO WRK-VAGA
               GO TO RESERVAR-VAGA-EXIT
           END-IF.

           IF ALUNO-NA-ESPERA
               MOVE SPACES TO LINHA-EXCECAO
               STRING 'ESPERA    ' DELIMITED BY SIZE
                      MAT-TIPO DELIMITED BY SIZE
                      ' MATR ' DELIMITED BY SIZE
                      MAT-MATRICULA DELIMITED BY SIZE
                      ' - JA NA LISTA DA TURMA ' DELIMITED BY SIZE
                      MAT-TURMA DELIMITED BY SIZE
                      INTO LINHA-EXCECAO
               WRITE LINHA-EXCECAO
               GO TO RESERVAR-VAGA-EXIT
           END-IF.

           IF TAB-TMA-ULT-DATA(WRK-IND-TURMA) = RUNDATE-HOJE
               ADD 1 TO TAB-TMA-ULT-SEQ(WRK-IND-TURMA)
           ELSE
               MOVE RUNDATE-HOJE TO TAB-TMA-ULT-DATA(WRK-IND-TURMA)
               MOVE 1 TO TAB-TMA-ULT-SEQ(WRK-IND-TURMA)
           END-IF.
           MOVE MAT-TURMA TO ESP-TURMA.
           MOVE RUNDATE-HOJE TO ESP-DATA-ENTRADA.
           MOVE TAB-TMA-ULT-SEQ(WRK-IND-TURMA) TO ESP-SEQUENCIA.
           MOVE MAT-MATRICULA TO ESP-MATRICULA.
           IF MAT-MATRICULA-NOVA
               MOVE MAT-NOME TO ESP-NOME
           ELSE
               MOVE ALUN-NOME TO ESP-NOME
           END-IF.
           MOVE MAT-TIPO TO ESP-TIPO.
           SET ESP-AGUARDANDO TO TRUE.
           MOVE ZEROS TO ESP-DATA-OFERTA.
           WRITE REG-ESPERA.
           ADD 1 TO TAB-TMA-AGUARDANDO(WRK-IND-TURMA).
           MOVE TAB-TMA-AGUARDANDO(WRK-IND-TURMA) TO WRK-POSICAO.
           ADD 1 TO WRK-QTD-ESPERA.

           MOVE SPACES TO LINHA-EXCECAO.
           STRING 'ESPERA    ' DELIMITED BY SIZE
                  MAT-TIPO DELIMITED BY SIZE
                  ' MATR ' DELIMITED BY SIZE
                  MAT-MATRICULA DELIMITED BY SIZE
                  ' - TURMA ' DELIMITED BY SIZE
                  MAT-TURMA DELIMITED BY SIZE
                  ' LOTADA, POSICAO ' DELIMITED BY SIZE
                  WRK-POSICAO DELIMITED BY SIZE
                  ' NA FILA' DELIMITED BY SIZE
                  INTO LINHA-EXCECAO.
           WRITE LINHA-EXCECAO.

       RESERVAR-VAGA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * OFERECER-VAGAS                                            *
      * PARA CADA TURMA ATIVA COM LUGAR NA SALA E FILA DE ESPERA, *
      * OFERECE A VAGA AO PRIMEIRO AGUARDANDO E LISTA A OFERTA NO *
      * RELATORIO DIARIO DE VAGAS.                                *
      *----------------------------------------------------------*
       OFERECER-VAGAS.

           OPEN OUTPUT RELATORIO-VAGAS.
           MOVE 'VAGAS OFERECIDAS DA LISTA DE ESPERA'
               TO RPT-HDR-TITULO.
           PERFORM MONTAR-CABECALHO-RELATORIO.
           MOVE RPT-HDR-LINHA TO LINHA-VAGA.
           WRITE LINHA-VAGA.
           PERFORM OFERECER-VAGAS-TURMA
               VARYING WRK-IND-TURMA FROM 1 BY 1
               UNTIL WRK-IND-TURMA > WRK-QTD-TURMAS.
           MOVE SPACES TO LINHA-VAGA.
           WRITE LINHA-VAGA.
           MOVE SPACES TO LINHA-VAGA.
           STRING 'VAGAS OFERECIDAS HOJE: ' DELIMITED BY SIZE
                  WRK-QTD-OFERTAS DELIMITED BY SIZE
                  '  OFERTAS EM ABERTO: ' DELIMITED BY SIZE
                  WRK-QTD-OFERTAS-ABERTAS DELIMITED BY SIZE
                  INTO LINHA-VAGA.
           WRITE LINHA-VAGA.
           CLOSE RELATORIO-VAGAS.

       OFERECER-VAGAS-TURMA.
           PERFORM OFERECER-UMA-VAGA
               UNTIL TAB-TMA-AGUARDANDO(WRK-IND-TURMA) = ZEROS
                  OR TAB-TMA-SITUACAO(WRK-IND-TURMA) NOT = 'A'
                  OR TAB-TMA-OCUPADOS(WRK-IND-TURMA)
                   + TAB-TMA-OFERTAS(WRK-IND-TURMA)
                   NOT < TAB-TMA-CAPACIDADE(WRK-IND-TURMA).
           ADD TAB-TMA-OFERTAS(WRK-IND-TURMA)
               TO WRK-QTD-OFERTAS-ABERTAS.

       OFERECER-UMA-VAGA.
           MOVE 'N' TO WRK-ESP-ACHADA.
           MOVE 'V' TO WRK-ESP-VARRE.
           MOVE TAB-TMA-CODIGO(WRK-IND-TURMA) TO ESP-TURMA.
           MOVE ZEROS TO ESP-DATA-ENTRADA.
           MOVE ZEROS TO ESP-SEQUENCIA.
           START LISTA-ESPERA KEY IS NOT < ESP-CHAVE
               INVALID KEY
                   MOVE 'F' TO WRK-ESP-VARRE
           END-START.
           PERFORM VARRER-PRIMEIRO-AGUARDANDO UNTIL ESPERA-VARRIDA.

           IF NOT ALUNO-NA-ESPERA
               MOVE ZEROS TO TAB-TMA-AGUARDANDO(WRK-IND-TURMA)
           ELSE
               SET ESP-OFERTADA TO TRUE
               MOVE RUNDATE-HOJE TO ESP-DATA-OFERTA
               REWRITE REG-ESPERA
               SUBTRACT 1 FROM TAB-TMA-AGUARDANDO(WRK-IND-TURMA)
               ADD 1 TO TAB-TMA-OFERTAS(WRK-IND-TURMA)
               ADD 1 TO WRK-QTD-OFERTAS
               MOVE SPACES TO LINHA-VAGA
               STRING 'TURMA ' DELIMITED BY SIZE
                      ESP-TURMA DELIMITED BY SIZE
                      ' VAGA P/ MATR ' DELIMITED BY SIZE
                      ESP-MATRICULA DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      ESP-NOME DELIMITED BY SIZE
                      ' DESDE ' DELIMITED BY SIZE
                      ESP-DATA-ENTRADA DELIMITED BY SIZE
                      INTO LINHA-VAGA
               WRITE LINHA-VAGA
           END-IF.

       VARRER-PRIMEIRO-AGUARDANDO.
           READ LISTA-ESPERA NEXT RECORD
               AT END
                   MOVE 'F' TO WRK-ESP-VARRE
           END-READ.
           IF NOT ESPERA-VARRIDA
               IF ESP-TURMA NOT = TAB-TMA-CODIGO(WRK-IND-TURMA)
                   MOVE 'F' TO WRK-ESP-VARRE
               ELSE
                   IF ESP-AGUARDANDO
                       MOVE 'S' TO WRK-ESP-ACHADA
                       MOVE 'F' TO WRK-ESP-VARRE
                   END-IF
               END-IF
           END-IF.

           COPY 'RUNDATEP.CPY'.
           COPY 'RPTHDRP.CPY'.
           COPY 'RUNSTATSP.CPY' REPLACING ==STATS-PROGRAM-ID==
