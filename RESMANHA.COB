       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESMANHA.
      **********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = KIVIA(ALURA) KIVIAAL
      *OBJETIVO: RESUMO OPERACIONAL DA MANHA - ULTIMO PASSO DO
      *NIGHTRUN. LE OS RELATORIOS E ARQUIVOS DE CONTROLE QUE O
      *TURNO DA MANHA CONFERIA UM A UM E IMPRIME EM RESMANHA UMA
      *PAGINA COM A SITUACAO DE CADA AREA (OK, ATENCAO OU ACAO)
      *E AS CONTAGENS, SEGUIDA DA LISTA DO RELATORIO A ABRIR PARA
      *CADA AREA QUE NAO ESTA OK:
      *  CONTROLE    - PASSOS DO CICLO NO CTLNIGHT (SEM FIM = ACAO)
      *  VOLUMES     - LINHAS DE DESVIO ('* ') DO STATSDEV
      *  JANELA      - ALERTA DE ESTOURO ('***') DO JANELREL
      *  CONCILIACAO - CONTAS DIVERGENTES DO RECONREL (ACAO)
      *  REJEICOES   - REJEICOES DE ONTEM E HOJE NO REJLOG ACIMA
      *                DE LIMITE-REJEICOES (PADRAO 20)
      *  ORFAOS      - ORFAOS DO INTEGCHK (GRAVE = ACAO)
      *  CONTABIL    - LINHAS DO JRNPEND SEM CONFIRMACAO (ACAO
      *                QUANDO ENVIADAS HA MAIS DE PRAZO-CONTABIL
      *                DIAS, PADRAO 5)
      *  APROVACOES  - PEDIDOS PENDENTES NA FILA APROVPEN
      *  PAGAMENTOS  - INSTRUCOES DO REMPAG SEM CONFIRMACAO (ACAO
      *                QUANDO GERADAS HA MAIS DE PRAZO-PAGAMENTO
      *                DIAS, PADRAO 3)
      *  GERACOES    - GERACOES PENDENTES/DIVERGENTES NO GERACAO
      *PARM 'RESUMO' (OU SEM PARM) MONTA O RESUMO; O JCL ARQUIVA
      *A PAGINA NO ACERVO PELO RPTARCH E EM SEGUIDA RODA O PARM
      *'SITUACAO', QUE RELE A SITUACAO GERAL DO RESUMO E DEVOLVE
      *O RETURN-CODE DA PIOR AREA (0 = OK, 4 = ATENCAO, 8 =
      *ACAO) PARA O AGENDADOR ACIONAR O PLANTAO - ASSIM O RC 8
      *NAO IMPEDE O ARQUIVAMENTO.
      *DATA   = 26/05/22
      *HISTORICO DE ALTERACOES
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROLE-NOTURNO ASSIGN TO "CTLNIGHT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-CHAVE
               FILE STATUS IS WRK-CTL-STATUS.

           SELECT RELATORIO-DESVIOS ASSIGN TO "STATSDEV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-DEV-STATUS.

           SELECT RELATORIO-JANELA ASSIGN TO "JANELREL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-JAN-STATUS.

           SELECT RELATORIO-CONCILIACAO ASSIGN TO "RECONREL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-REC-STATUS.

           SELECT REJECT-LOG ASSIGN TO "REJLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REJ-WS-STATUS.

           SELECT RELATORIO-ORFAOS ASSIGN TO "ORFAOS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-ORF-STATUS.

           SELECT JORNAL-PENDENTE ASSIGN TO "JRNPEND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-JRP-STATUS.

           SELECT PENDENCIAS-APROVACAO ASSIGN TO "APROVPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APR-ID
               FILE STATUS IS APRV-WS-STATUS.

           SELECT PAGAMENTOS-REMESSA ASSIGN TO "REMPAG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REM-NUMERO
               FILE STATUS IS REM-WS-STATUS.

           SELECT REGISTRO-GERACAO ASSIGN TO "GERACAO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GER-CHAVE
               FILE STATUS IS GER-WS-STATUS.

           SELECT RESUMO-MANHA ASSIGN TO "RESMANHA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-RES-STATUS.

           SELECT PARAMETROS ASSIGN TO "PARAMETR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARM-CHAVE
               FILE STATUS IS PARM-WS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROLE-NOTURNO.
           COPY 'CTLNIGHT.CPY'.

       FD  RELATORIO-DESVIOS.
       01  LINHA-DESVIO        PIC X(80).

       FD  RELATORIO-JANELA.
       01  LINHA-JANELA        PIC X(80).

       FD  RELATORIO-CONCILIACAO.
       01  LINHA-CONCILIACAO   PIC X(80).

       FD  REJECT-LOG.
           COPY 'REJLOG.CPY'.

       FD  RELATORIO-ORFAOS.
       01  LINHA-ORFAOS        PIC X(80).

       FD  JORNAL-PENDENTE.
           COPY 'JRNPEND.CPY'.

       FD  PENDENCIAS-APROVACAO.
           COPY 'APROV.CPY'.

       FD  PAGAMENTOS-REMESSA.
           COPY 'REMPAG.CPY'.

       FD  REGISTRO-GERACAO.
           COPY 'GERACAO.CPY'.

       FD  RESUMO-MANHA.
       01  LINHA-RESUMO        PIC X(80).

       FD  PARAMETROS.
           COPY 'PARAMETROS.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'REJLOGW.CPY'.
           COPY 'APROVW.CPY'.
           COPY 'REMPAGW.CPY'.
           COPY 'GERACAOW.CPY'.
           COPY 'PARAMETROSW.CPY'.
       77 WRK-CTL-STATUS PIC X(02) VALUE ZEROS.
           88 CTL-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-DEV-STATUS PIC X(02) VALUE ZEROS.
           88 DEV-NAO-ENCONTRADO VALUE '35'.
       77 WRK-JAN-STATUS PIC X(02) VALUE ZEROS.
           88 JAN-NAO-ENCONTRADO VALUE '35'.
       77 WRK-REC-STATUS PIC X(02) VALUE ZEROS.
           88 REC-NAO-ENCONTRADO VALUE '35'.
       77 WRK-ORF-STATUS PIC X(02) VALUE ZEROS.
           88 ORF-NAO-ENCONTRADO VALUE '35'.
       77 WRK-JRP-STATUS PIC X(02) VALUE ZEROS.
           88 JRP-NAO-ENCONTRADO VALUE '35'.
       77 WRK-RES-STATUS PIC X(02) VALUE ZEROS.
           88 RES-NAO-ENCONTRADO VALUE '35'.

       77 WRK-ACAO PIC X(09) VALUE SPACES.
           88 ACAO-RESUMO VALUE 'RESUMO' SPACES.
           88 ACAO-SITUACAO VALUE 'SITUACAO'.
       77 WRK-FIM-LEITURA PIC X(01) VALUE 'N'.
           88 LEITURA-FIM VALUE 'S'.

       77 WRK-HOJE-INT PIC 9(07) VALUE ZEROS.
       77 WRK-ONTEM PIC 9(08) VALUE ZEROS.
       77 WRK-LIMITE-REJEICOES PIC 9(05) VALUE 20.
       77 WRK-PRAZO-CONTABIL PIC 9(03) VALUE 5.
       77 WRK-PRAZO-PAGAMENTO PIC 9(03) VALUE 3.
       77 WRK-DATA-CORTE-JRN PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-CORTE-REM PIC 9(08) VALUE ZEROS.

       77 WRK-QTD-1 PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-2 PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-3 PIC 9(05) VALUE ZEROS.
       77 WRK-DATA-MAIS-ANTIGA PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-ED PIC 9(04)/99/99 VALUE ZEROS.

       77 WRK-PIOR-SITUACAO PIC 9(01) VALUE ZEROS.
       77 WRK-SITUACAO-ATUAL PIC 9(01) VALUE ZEROS.
           88 AREA-OK VALUE 0.
           88 AREA-ATENCAO VALUE 4.
           88 AREA-ACAO VALUE 8.
       77 WRK-SITUACAO-TXT PIC X(08) VALUE SPACES.
       77 WRK-QTD-AREAS PIC 9(02) COMP VALUE ZEROS.
       77 WRK-IND PIC 9(02) COMP VALUE ZEROS.
       77 WRK-QTD-ITENS PIC 9(02) COMP VALUE ZEROS.

       01  TAB-AREAS.
           05 TAB-AREA-LINHA OCCURS 10 TIMES.
               10 TAB-AREA-NOME      PIC X(12).
               10 TAB-AREA-SITUACAO  PIC 9(01).
               10 TAB-AREA-DETALHE   PIC X(56).
               10 TAB-AREA-RELATORIO PIC X(56).

       01  LINHA-AREA.
           05 LIN-AREA-NOME        PIC X(12).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LIN-AREA-SITUACAO    PIC X(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LIN-AREA-DETALHE     PIC X(56).
           05 FILLER               PIC X(01) VALUE SPACES.

       01  LINHA-SITUACAO-GERAL.
           05 LIN-SIT-ROTULO       PIC X(16)
                                   VALUE 'SITUACAO GERAL: '.
           05 LIN-SIT-TEXTO        PIC X(08).
           05 FILLER               PIC X(56) VALUE SPACES.
           COPY 'RUNDATE.CPY'.
           COPY 'RPTHDR.CPY'.

       LINKAGE SECTION.
       01  LK-PARM.
           05 LK-PARM-LTH       PIC S9(04) COMP.
           05 LK-PARM-TXT       PIC X(20).

       PROCEDURE DIVISION USING LK-PARM.
       0001-PRINCIPAL.

           PERFORM OBTER-DATA-EXECUCAO.
           MOVE ZEROS TO RETURN-CODE.

           IF LK-PARM-LTH > ZEROS
               UNSTRING LK-PARM-TXT(1:LK-PARM-LTH)
                   DELIMITED BY ','
                   INTO WRK-ACAO
           END-IF.

           EVALUATE TRUE
               WHEN ACAO-RESUMO
                   PERFORM 0002-MONTAR-RESUMO
               WHEN ACAO-SITUACAO
                   PERFORM 0003-DEVOLVER-SITUACAO
                       THRU 0003-DEVOLVER-SITUACAO-EXIT
               WHEN OTHER
                   DISPLAY 'RESMANHA: ACAO INVALIDA NO PARM: '
                           WRK-ACAO
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

           GOBACK.

      *----------------------------------------------------------*
      * 0002-MONTAR-RESUMO                                        *
      * AVALIA CADA AREA, IMPRIME A PAGINA DO RESUMO E TERMINA    *
      * COM A SITUACAO GERAL (A PIOR DAS AREAS).                  *
      *----------------------------------------------------------*
       0002-MONTAR-RESUMO.

           COMPUTE WRK-HOJE-INT =
               FUNCTION INTEGER-OF-DATE(RUNDATE-HOJE).
           COMPUTE WRK-ONTEM =
               FUNCTION DATE-OF-INTEGER(WRK-HOJE-INT - 1).

           MOVE 'LIMITE-REJEICOES' TO PARM-CODIGO.
           PERFORM LER-PARAMETRO.
           IF PARM-VALOR > ZEROS
               MOVE PARM-VALOR TO WRK-LIMITE-REJEICOES
           END-IF.
           MOVE 'PRAZO-CONTABIL' TO PARM-CODIGO.
           PERFORM LER-PARAMETRO.
           IF PARM-VALOR > ZEROS
               MOVE PARM-VALOR TO WRK-PRAZO-CONTABIL
           END-IF.
           MOVE 'PRAZO-PAGAMENTO' TO PARM-CODIGO.
           PERFORM LER-PARAMETRO.
           IF PARM-VALOR > ZEROS
               MOVE PARM-VALOR TO WRK-PRAZO-PAGAMENTO
           END-IF.
           PERFORM FECHAR-PARAMETROS.
           COMPUTE WRK-DATA-CORTE-JRN = FUNCTION DATE-OF-INTEGER
               (WRK-HOJE-INT - WRK-PRAZO-CONTABIL).
           COMPUTE WRK-DATA-CORTE-REM = FUNCTION DATE-OF-INTEGER
               (WRK-HOJE-INT - WRK-PRAZO-PAGAMENTO).

           PERFORM AVALIAR-CONTROLE.
           PERFORM AVALIAR-VOLUMES.
           PERFORM AVALIAR-JANELA.
           PERFORM AVALIAR-CONCILIACAO.
           PERFORM AVALIAR-REJEICOES.
           PERFORM AVALIAR-ORFAOS.
           PERFORM AVALIAR-CONTABIL.
           PERFORM AVALIAR-APROVACOES.
           PERFORM AVALIAR-PAGAMENTOS.
           PERFORM AVALIAR-GERACOES.

           OPEN OUTPUT RESUMO-MANHA.
           MOVE 'RESUMO OPERACIONAL DA MANHA' TO RPT-HDR-TITULO.
           PERFORM MONTAR-CABECALHO-RELATORIO.
           MOVE RPT-HDR-LINHA TO LINHA-RESUMO.
           WRITE LINHA-RESUMO.
           MOVE SPACES TO LINHA-RESUMO.
           WRITE LINHA-RESUMO.
           MOVE 'AREA         SITUACAO  CONTAGENS' TO LINHA-RESUMO.
           WRITE LINHA-RESUMO.
           PERFORM IMPRIMIR-AREA
               VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > WRK-QTD-AREAS.

           MOVE SPACES TO LINHA-RESUMO.
           WRITE LINHA-RESUMO.
           MOVE ZEROS TO WRK-QTD-ITENS.
           MOVE 'RELATORIOS A ABRIR:' TO LINHA-RESUMO.
           WRITE LINHA-RESUMO.
           PERFORM IMPRIMIR-ITEM
               VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > WRK-QTD-AREAS.
           IF WRK-QTD-ITENS = ZEROS
               MOVE '  NENHUM - TODAS AS AREAS OK.' TO LINHA-RESUMO
               WRITE LINHA-RESUMO
           END-IF.

           MOVE SPACES TO LINHA-RESUMO.
           WRITE LINHA-RESUMO.
           MOVE WRK-PIOR-SITUACAO TO WRK-SITUACAO-ATUAL.
           PERFORM TRADUZIR-SITUACAO.
           MOVE WRK-SITUACAO-TXT TO LIN-SIT-TEXTO.
           MOVE LINHA-SITUACAO-GERAL TO LINHA-RESUMO.
           WRITE LINHA-RESUMO.
           CLOSE RESUMO-MANHA.

           DISPLAY 'RESMANHA' '   DATA: ' RUNDATE-HOJE-ED.
           DISPLAY 'SITUACAO GERAL: ' WRK-SITUACAO-TXT.
           DISPLAY 'RESUMO GRAVADO EM RESMANHA.'.

       0002-MONTAR-RESUMO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 0003-DEVOLVER-SITUACAO                                    *
      * RELE A LINHA DE SITUACAO GERAL DO RESUMO JA ARQUIVADO E   *
      * DEVOLVE O RETURN-CODE CORRESPONDENTE. SEM RESUMO, RC 8.   *
      *----------------------------------------------------------*
       0003-DEVOLVER-SITUACAO.

           MOVE SPACES TO WRK-SITUACAO-TXT.
           OPEN INPUT RESUMO-MANHA.
           IF RES-NAO-ENCONTRADO
               DISPLAY 'RESMANHA: RESUMO DA MANHA NAO ENCONTRADO.'
               MOVE 8 TO RETURN-CODE
               GO TO 0003-DEVOLVER-SITUACAO-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-LEITURA.
           PERFORM LER-LINHA-RESUMO UNTIL LEITURA-FIM.
           CLOSE RESUMO-MANHA.

           EVALUATE WRK-SITUACAO-TXT
               WHEN 'OK'
                   MOVE 0 TO RETURN-CODE
               WHEN 'ATENCAO'
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           DISPLAY 'RESMANHA: SITUACAO GERAL DA MANHA: '
                   WRK-SITUACAO-TXT ' - RC ' RETURN-CODE.

       0003-DEVOLVER-SITUACAO-EXIT.
           EXIT.

       LER-LINHA-RESUMO.
           READ RESUMO-MANHA
               AT END
                   SET LEITURA-FIM TO TRUE
           END-READ.
           IF NOT LEITURA-FIM
               IF LINHA-RESUMO(1:16) = LIN-SIT-ROTULO
                   MOVE LINHA-RESUMO(17:8) TO WRK-SITUACAO-TXT
               END-IF
           END-IF.

       LER-LINHA-RESUMO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * AVALIAR-CONTROLE                                          *
      * PASSOS DO CICLO DE HOJE NO CTLNIGHT: PASSO INICIADO E SEM *
      * FIM LIMPO (OU CICLO SEM NENHUM PASSO) PEDE ACAO.          *
      *----------------------------------------------------------*
       AVALIAR-CONTROLE.

           MOVE ZEROS TO WRK-QTD-1 WRK-QTD-2.
           OPEN INPUT CONTROLE-NOTURNO.
           IF NOT CTL-NAO-ENCONTRADO
               MOVE 'N' TO WRK-FIM-LEITURA
               MOVE RUNDATE-HOJE TO CTL-DATA
               MOVE LOW-VALUES TO CTL-PASSO
               START CONTROLE-NOTURNO KEY IS NOT < CTL-CHAVE
                   INVALID KEY
                       SET LEITURA-FIM TO TRUE
               END-START
               PERFORM CONTAR-PASSO UNTIL LEITURA-FIM
               CLOSE CONTROLE-NOTURNO
           END-IF.

           PERFORM ABRIR-AREA.
           MOVE 'CONTROLE' TO TAB-AREA-NOME(WRK-QTD-AREAS).
           MOVE 'NIGHTCTL RELATORIO (SYSOUT DO PASSO RELNIGHT)'
               TO TAB-AREA-RELATORIO(WRK-QTD-AREAS).
           IF WRK-QTD-1 + WRK-QTD-2 = ZEROS
               MOVE 8 TO WRK-SITUACAO-ATUAL
               MOVE 'NENHUM PASSO REGISTRADO NO CICLO DE HOJE'
                   TO TAB-AREA-DETALHE(WRK-QTD-AREAS)
           ELSE
               IF WRK-QTD-2 > ZEROS
                   MOVE 8 TO WRK-SITUACAO-ATUAL
               END-IF
               STRING 'PASSOS CONCLUIDOS ' DELIMITED BY SIZE
                      WRK-QTD-1 DELIMITED BY SIZE
                      '  SEM FIM LIMPO ' DELIMITED BY SIZE
                      WRK-QTD-2 DELIMITED BY SIZE
                      INTO TAB-AREA-DETALHE(WRK-QTD-AREAS)
           END-IF.
           PERFORM FECHAR-AREA.

       CONTAR-PASSO.
           READ CONTROLE-NOTURNO NEXT RECORD
               AT END
                   SET LEITURA-FIM TO TRUE
           END-READ.
           IF NOT LEITURA-FIM AND CTL-DATA NOT = RUNDATE-HOJE
               SET LEITURA-FIM TO TRUE
           END-IF.
           IF NOT LEITURA-FIM
               IF CTL-CONCLUIDO
                   ADD 1 TO WRK-QTD-1
               ELSE
                   ADD 1 TO WRK-QTD-2
               END-IF
           END-IF.

       CONTAR-PASSO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * AVALIAR-VOLUMES                                           *
      * LINHAS MARCADAS COM '* ' NO RELATORIO DE DESVIOS DO       *
      * STATSMON (DESVIO ACIMA DO LIMITE OU PROGRAMA SEM VOLUME). *
      *----------------------------------------------------------*
       AVALIAR-VOLUMES.

           MOVE ZEROS TO WRK-QTD-1.
           PERFORM ABRIR-AREA.
           MOVE 'VOLUMES' TO TAB-AREA-NOME(WRK-QTD-AREAS).
           MOVE 'STATSDEV (STATSMON) - LINHAS MARCADAS COM *'
               TO TAB-AREA-RELATORIO(WRK-QTD-AREAS).
           OPEN INPUT RELATORIO-DESVIOS.
           IF DEV-NAO-ENCONTRADO
               MOVE 4 TO WRK-SITUACAO-ATUAL
               MOVE 'RELATORIO STATSDEV NAO ENCONTRADO'
                   TO TAB-AREA-DETALHE(WRK-QTD-AREAS)
           ELSE
               MOVE 'N' TO WRK-FIM-LEITURA
               PERFORM CONTAR-DESVIO UNTIL LEITURA-FIM
               CLOSE RELATORIO-DESVIOS
               IF WRK-QTD-1 > ZEROS
                   MOVE 4 TO WRK-SITUACAO-ATUAL
               END-IF
               STRING 'PROGRAMAS COM DESVIO DE VOLUME '
                      DELIMITED BY SIZE
                      WRK-QTD-1 DELIMITED BY SIZE
                      INTO TAB-AREA-DETALHE(WRK-QTD-AREAS)
           END-IF.
           PERFORM FECHAR-AREA.

       CONTAR-DESVIO.
           READ RELATORIO-DESVIOS
               AT END
                   SET LEITURA-FIM TO TRUE
           END-READ.
           IF NOT LEITURA-FIM AND LINHA-DESVIO(1:2) = '* '
               ADD 1 TO WRK-QTD-1
           END-IF.

       CONTAR-DESVIO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * AVALIAR-JANELA                                            *
      * ALERTA DE ESTOURO DA JANELA DE LOTE NO JANELREL DO        *
      * WINFCST DO FIM DO CICLO.                                  *
      *----------------------------------------------------------*
       AVALIAR-JANELA.

           MOVE ZEROS TO WRK-QTD-1.
           PERFORM ABRIR-AREA.
           MOVE 'JANELA' TO TAB-AREA-NOME(WRK-QTD-AREAS).
           MOVE 'JANELREL (WINFCST) - PASSOS PENDENTES E PROJECAO'
               TO TAB-AREA-RELATORIO(WRK-QTD-AREAS).
           OPEN INPUT RELATORIO-JANELA.
           IF JAN-NAO-ENCONTRADO
               MOVE 4 TO WRK-SITUACAO-ATUAL
               MOVE 'RELATORIO JANELREL NAO ENCONTRADO'
                   TO TAB-AREA-DETALHE(WRK-QTD-AREAS)
           ELSE
               MOVE 'N' TO WRK-FIM-LEITURA
               PERFORM CONTAR-ALERTA-JANELA UNTIL LEITURA-FIM
               CLOSE RELATORIO-JANELA
               IF WRK-QTD-1 > ZEROS
                   MOVE 4 TO WRK-SITUACAO-ATUAL
                   MOVE 'JANELA NAO FECHOU ANTES DO HORARIO LIMITE'
                       TO TAB-AREA-DETALHE(WRK-QTD-AREAS)
               ELSE
                   MOVE 'JANELA FECHADA DENTRO DO HORARIO LIMITE'
                       TO TAB-AREA-DETALHE(WRK-QTD-AREAS)
               END-IF
           END-IF.
           PERFORM FECHAR-AREA.

       CONTAR-ALERTA-JANELA.
           READ RELATORIO-JANELA
               AT END
                   SET LEITURA-FIM TO TRUE
           END-READ.
           IF NOT LEITURA-FIM AND LINHA-JANELA(1:3) = '***'
               ADD 1 TO WRK-QTD-1
           END-IF.

       CONTAR-ALERTA-JANELA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * AVALIAR-CONCILIACAO                                       *
      * CONTAS DIVERGENTES DO RECONREL - FICAM BLOQUEADAS ATE A   *
      * DIVERGENCIA SER RESOLVIDA, ENTAO PEDEM ACAO.              *
      *----------------------------------------------------------*
       AVALIAR-CONCILIACAO.

           MOVE ZEROS TO WRK-QTD-1.
           PERFORM ABRIR-AREA.
           MOVE 'CONCILIACAO' TO TAB-AREA-NOME(WRK-QTD-AREAS).
           MOVE 'RECONREL (ATIVIDADE05X) - CONTAS DIVERGENTES'
               TO TAB-AREA-RELATORIO(WRK-QTD-AREAS).
           OPEN INPUT RELATORIO-CONCILIACAO.
           IF REC-NAO-ENCONTRADO
               MOVE 4 TO WRK-SITUACAO-ATUAL
               MOVE 'RELATORIO RECONREL NAO ENCONTRADO'
                   TO TAB-AREA-DETALHE(WRK-QTD-AREAS)
           ELSE
               MOVE 'N' TO WRK-FIM-LEITURA
               PERFORM CONTAR-DIVERGENCIA UNTIL LEITURA-FIM
               CLOSE RELATORIO-CONCILIACAO
               IF WRK-QTD-1 > ZEROS
                   MOVE 8 TO WRK-SITUACAO-ATUAL
               END-IF
               STRING 'CONTAS DIVERGENTES (BLOQUEADAS) '
                      DELIMITED BY SIZE
                      WRK-QTD-1 DELIMITED BY SIZE
                      INTO TAB-AREA-DETALHE(WRK-QTD-AREAS)
           END-IF.
           PERFORM FECHAR-AREA.

       CONTAR-DIVERGENCIA.
           READ RELATORIO-CONCILIACAO
               AT END
                   SET LEITURA-FIM TO TRUE
           END-READ.
           IF NOT LEITURA-FIM
               AND LINHA-CONCILIACAO(1:17) = 'DIVERGENTE CONTA '
               ADD 1 TO WRK-QTD-1
           END-IF.

       CONTAR-DIVERGENCIA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * AVALIAR-REJEICOES                                         *
      * REJEICOES DE ONTEM E DE HOJE NO REJECT-LOG - ACIMA DO     *
      * LIMITE-REJEICOES PEDEM ATENCAO (OPERADOR CONFUSO OU       *
      * ARQUIVO RUIM).                                            *
      *----------------------------------------------------------*
       AVALIAR-REJEICOES.

           MOVE ZEROS TO WRK-QTD-1.
           OPEN INPUT REJECT-LOG.
           IF NOT REJ-NAO-ENCONTRADO
               MOVE 'N' TO WRK-FIM-LEITURA
               PERFORM CONTAR-REJEICAO UNTIL LEITURA-FIM
               CLOSE REJECT-LOG
           END-IF.

           PERFORM ABRIR-AREA.
           MOVE 'REJEICOES' TO TAB-AREA-NOME(WRK-QTD-AREAS).
           MOVE 'REJREL - RODAR O REJREPRT PARA ONTEM E HOJE'
               TO TAB-AREA-RELATORIO(WRK-QTD-AREAS).
           IF WRK-QTD-1 > WRK-LIMITE-REJEICOES
               MOVE 4 TO WRK-SITUACAO-ATUAL
           END-IF.
           STRING 'REJEICOES DE ONTEM E HOJE ' DELIMITED BY SIZE
                  WRK-QTD-1 DELIMITED BY SIZE
                  '  LIMITE ' DELIMITED BY SIZE
                  WRK-LIMITE-REJEICOES DELIMITED BY SIZE
                  INTO TAB-AREA-DETALHE(WRK-QTD-AREAS).
           PERFORM FECHAR-AREA.

       CONTAR-REJEICAO.
           READ REJECT-LOG
               AT END
                   SET LEITURA-FIM TO TRUE
           END-READ.
           IF NOT LEITURA-FIM AND REJ-DATA NOT < WRK-ONTEM
               ADD 1 TO WRK-QTD-1
           END-IF.

       CONTAR-REJEICAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * AVALIAR-ORFAOS                                            *
      * ULTIMA VERIFICACAO DE INTEGRIDADE (INTEGCHK): ORFAO GRAVE *
      * PEDE ACAO, MEDIO OU LEVE PEDE ATENCAO.                    *
      *----------------------------------------------------------*
       AVALIAR-ORFAOS.

           MOVE ZEROS TO WRK-QTD-1 WRK-QTD-2 WRK-QTD-3.
           PERFORM ABRIR-AREA.
           MOVE 'ORFAOS' TO TAB-AREA-NOME(WRK-QTD-AREAS).
           MOVE 'ORFAOS (INTEGCHK) - VINCULOS QUEBRADOS POR ARQUIVO'
               TO TAB-AREA-RELATORIO(WRK-QTD-AREAS).
           OPEN INPUT RELATORIO-ORFAOS.
           IF ORF-NAO-ENCONTRADO
               MOVE 'SEM VERIFICACAO DE INTEGRIDADE DISPONIVEL'
                   TO TAB-AREA-DETALHE(WRK-QTD-AREAS)
           ELSE
               MOVE 'N' TO WRK-FIM-LEITURA
               PERFORM CONTAR-ORFAO UNTIL LEITURA-FIM
               CLOSE RELATORIO-ORFAOS
               IF WRK-QTD-2 + WRK-QTD-3 > ZEROS
                   MOVE 4 TO WRK-SITUACAO-ATUAL
               END-IF
               IF WRK-QTD-1 > ZEROS
                   MOVE 8 TO WRK-SITUACAO-ATUAL
               END-IF
               STRING 'GRAVES ' DELIMITED BY SIZE
                      WRK-QTD-1 DELIMITED BY SIZE
                      '  MEDIOS ' DELIMITED BY SIZE
                      WRK-QTD-2 DELIMITED BY SIZE
                      '  LEVES ' DELIMITED BY SIZE
                      WRK-QTD-3 DELIMITED BY SIZE
                      INTO TAB-AREA-DETALHE(WRK-QTD-AREAS)
           END-IF.
           PERFORM FECHAR-AREA.

       CONTAR-ORFAO.
           READ RELATORIO-ORFAOS
               AT END
                   SET LEITURA-FIM TO TRUE
           END-READ.
           IF NOT LEITURA-FIM
               EVALUATE TRUE
                   WHEN LINHA-ORFAOS(1:6) = 'GRAVE '
                       ADD 1 TO WRK-QTD-1
                   WHEN LINHA-ORFAOS(1:6) = 'MEDIA '
                       ADD 1 TO WRK-QTD-2
                   WHEN LINHA-ORFAOS(1:5) = 'LEVE '
                       ADD 1 TO WRK-QTD-3
               END-EVALUATE
           END-IF.

       CONTAR-ORFAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * AVALIAR-CONTABIL                                          *
      * LINHAS DO JORNAL ENTREGUES A CONTABILIDADE E AINDA SEM    *
      * CONFIRMACAO; ENVIADAS HA MAIS DE PRAZO-CONTABIL DIAS      *
      * PEDEM ACAO.                                               *
      *----------------------------------------------------------*
       AVALIAR-CONTABIL.

           MOVE ZEROS TO WRK-QTD-1 WRK-QTD-2.
           OPEN INPUT JORNAL-PENDENTE.
           IF NOT JRP-NAO-ENCONTRADO
               MOVE 'N' TO WRK-FIM-LEITURA
               PERFORM CONTAR-PENDENTE-CONTABIL UNTIL LEITURA-FIM
               CLOSE JORNAL-PENDENTE
           END-IF.

           PERFORM ABRIR-AREA.
           MOVE 'CONTABIL' TO TAB-AREA-NOME(WRK-QTD-AREAS).
           MOVE 'GLRECREL (JRNRECON) - LINHAS SEM CONFIRMACAO'
               TO TAB-AREA-RELATORIO(WRK-QTD-AREAS).
           IF WRK-QTD-1 > ZEROS
               MOVE 4 TO WRK-SITUACAO-ATUAL
           END-IF.
           IF WRK-QTD-2 > ZEROS
               MOVE 8 TO WRK-SITUACAO-ATUAL
           END-IF.
           STRING 'LINHAS PENDENTES ' DELIMITED BY SIZE
                  WRK-QTD-1 DELIMITED BY SIZE
                  '  FORA DO PRAZO ' DELIMITED BY SIZE
                  WRK-QTD-2 DELIMITED BY SIZE
                  INTO TAB-AREA-DETALHE(WRK-QTD-AREAS).
           PERFORM FECHAR-AREA.

       CONTAR-PENDENTE-CONTABIL.
           READ JORNAL-PENDENTE
               AT END
                   SET LEITURA-FIM TO TRUE
           END-READ.
           IF NOT LEITURA-FIM
               ADD 1 TO WRK-QTD-1
               IF JRP-DATA-ENVIO < WRK-DATA-CORTE-JRN
                   ADD 1 TO WRK-QTD-2
               END-IF
           END-IF.

       CONTAR-PENDENTE-CONTABIL-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * AVALIAR-APROVACOES                                        *
      * PEDIDOS AINDA PENDENTES ('P') NA FILA DE APROVACOES.      *
      *----------------------------------------------------------*
       AVALIAR-APROVACOES.

           MOVE ZEROS TO WRK-QTD-1.
           MOVE ZEROS TO WRK-DATA-MAIS-ANTIGA.
           OPEN INPUT PENDENCIAS-APROVACAO.
           IF NOT APRV-ARQ-NAO-ENCONTRADO
               MOVE 'N' TO WRK-FIM-LEITURA
               PERFORM CONTAR-APROVACAO UNTIL LEITURA-FIM
               CLOSE PENDENCIAS-APROVACAO
           END-IF.

           PERFORM ABRIR-AREA.
           MOVE 'APROVACOES' TO TAB-AREA-NOME(WRK-QTD-AREAS).
           MOVE 'FILA DO APROVREV (SUPERVISOR) - PEDIDOS PENDENTES'
               TO TAB-AREA-RELATORIO(WRK-QTD-AREAS).
           IF WRK-QTD-1 = ZEROS
               MOVE 'NENHUM PEDIDO PENDENTE'
                   TO TAB-AREA-DETALHE(WRK-QTD-AREAS)
           ELSE
               MOVE 4 TO WRK-SITUACAO-ATUAL
               MOVE WRK-DATA-MAIS-ANTIGA TO WRK-DATA-ED
               STRING 'PEDIDOS PENDENTES ' DELIMITED BY SIZE
                      WRK-QTD-1 DELIMITED BY SIZE
                      '  MAIS ANTIGO DE ' DELIMITED BY SIZE
                      WRK-DATA-ED DELIMITED BY SIZE
                      INTO TAB-AREA-DETALHE(WRK-QTD-AREAS)
           END-IF.
           PERFORM FECHAR-AREA.

       CONTAR-APROVACAO.
           READ PENDENCIAS-APROVACAO NEXT RECORD
               AT END
                   SET LEITURA-FIM TO TRUE
           END-READ.
           IF NOT LEITURA-FIM AND APR-PENDENTE
               ADD 1 TO WRK-QTD-1
               IF WRK-DATA-MAIS-ANTIGA = ZEROS
                   OR APR-DATA-CRIACAO < WRK-DATA-MAIS-ANTIGA
                   MOVE APR-DATA-CRIACAO TO WRK-DATA-MAIS-ANTIGA
               END-IF
           END-IF.

       CONTAR-APROVACAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * AVALIAR-PAGAMENTOS                                        *
      * INSTRUCOES DE PAGAMENTO AO CLIENTE SEM CONFIRMACAO DO     *
      * BANCO (MESMO CRITERIO DO ATIVIDADE05Q); GERADAS HA MAIS   *
      * DE PRAZO-PAGAMENTO DIAS PEDEM ACAO.                       *
      *----------------------------------------------------------*
       AVALIAR-PAGAMENTOS.

           MOVE ZEROS TO WRK-QTD-1 WRK-QTD-2 WRK-QTD-3.
           OPEN INPUT PAGAMENTOS-REMESSA.
           IF NOT REM-ARQ-NAO-ENCONTRADO
               MOVE 'N' TO WRK-FIM-LEITURA
               PERFORM CONTAR-PAGAMENTO UNTIL LEITURA-FIM
               CLOSE PAGAMENTOS-REMESSA
           END-IF.

           PERFORM ABRIR-AREA.
           MOVE 'PAGAMENTOS' TO TAB-AREA-NOME(WRK-QTD-AREAS).
           MOVE 'REMPEND (ATIVIDADE05Q) - PAGAMENTOS SEM RETORNO'
               TO TAB-AREA-RELATORIO(WRK-QTD-AREAS).
           IF WRK-QTD-1 + WRK-QTD-2 > ZEROS
               MOVE 4 TO WRK-SITUACAO-ATUAL
           END-IF.
           IF WRK-QTD-3 > ZEROS
               MOVE 8 TO WRK-SITUACAO-ATUAL
           END-IF.
           STRING 'ENVIADAS ' DELIMITED BY SIZE
                  WRK-QTD-1 DELIMITED BY SIZE
                  '  NAO REMETIDAS ' DELIMITED BY SIZE
                  WRK-QTD-2 DELIMITED BY SIZE
                  '  FORA DO PRAZO ' DELIMITED BY SIZE
                  WRK-QTD-3 DELIMITED BY SIZE
                  INTO TAB-AREA-DETALHE(WRK-QTD-AREAS).
           PERFORM FECHAR-AREA.

       CONTAR-PAGAMENTO.
           READ PAGAMENTOS-REMESSA NEXT RECORD
               AT END
                   SET LEITURA-FIM TO TRUE
           END-READ.
           IF NOT LEITURA-FIM AND (REM-GERADA OR REM-ENVIADA)
               IF REM-ENVIADA
                   ADD 1 TO WRK-QTD-1
               ELSE
                   ADD 1 TO WRK-QTD-2
               END-IF
               IF REM-DATA-GERACAO < WRK-DATA-CORTE-REM
                   ADD 1 TO WRK-QTD-3
               END-IF
           END-IF.

       CONTAR-PAGAMENTO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * AVALIAR-GERACOES                                          *
      * REGISTRO DE GERACOES DO GERPROM: GERACAO DIVERGENTE PEDE  *
      * ACAO; GERACAO AINDA PENDENTE DE PROMOCAO PEDE ATENCAO.    *
      *----------------------------------------------------------*
       AVALIAR-GERACOES.

           MOVE ZEROS TO WRK-QTD-1 WRK-QTD-2.
           OPEN INPUT REGISTRO-GERACAO.
           IF NOT GER-ARQ-NAO-ENCONTRADO
               MOVE 'N' TO WRK-FIM-LEITURA
               PERFORM CONTAR-GERACAO UNTIL LEITURA-FIM
               CLOSE REGISTRO-GERACAO
           END-IF.

           PERFORM ABRIR-AREA.
           MOVE 'GERACOES' TO TAB-AREA-NOME(WRK-QTD-AREAS).
           MOVE 'GERREL (GERPROM) - GERACOES PENDENTES/DIVERGENTES'
               TO TAB-AREA-RELATORIO(WRK-QTD-AREAS).
           IF WRK-QTD-1 > ZEROS
               MOVE 4 TO WRK-SITUACAO-ATUAL
           END-IF.
           IF WRK-QTD-2 > ZEROS
               MOVE 8 TO WRK-SITUACAO-ATUAL
           END-IF.
           STRING 'PENDENTES DE PROMOCAO ' DELIMITED BY SIZE
                  WRK-QTD-1 DELIMITED BY SIZE
                  '  DIVERGENTES ' DELIMITED BY SIZE
                  WRK-QTD-2 DELIMITED BY SIZE
                  INTO TAB-AREA-DETALHE(WRK-QTD-AREAS).
           PERFORM FECHAR-AREA.

       CONTAR-GERACAO.
           READ REGISTRO-GERACAO NEXT RECORD
               AT END
                   SET LEITURA-FIM TO TRUE
           END-READ.
           IF NOT LEITURA-FIM
               IF GER-PENDENTE
                   ADD 1 TO WRK-QTD-1
               END-IF
               IF GER-DIVERGENTE
                   ADD 1 TO WRK-QTD-2
               END-IF
           END-IF.

       CONTAR-GERACAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ABRIR-AREA / FECHAR-AREA                                  *
      * ABRE A PROXIMA LINHA DA TABELA DE AREAS COMO OK E, NO     *
      * FIM DA AVALIACAO, GUARDA A SITUACAO APURADA E A PIOR DO   *
      * RESUMO.                                                   *
      *----------------------------------------------------------*
       ABRIR-AREA.

           ADD 1 TO WRK-QTD-AREAS.
           MOVE ZEROS TO WRK-SITUACAO-ATUAL.
           MOVE SPACES TO TAB-AREA-DETALHE(WRK-QTD-AREAS).

       ABRIR-AREA-EXIT.
           EXIT.

       FECHAR-AREA.

           MOVE WRK-SITUACAO-ATUAL
               TO TAB-AREA-SITUACAO(WRK-QTD-AREAS).
           IF WRK-SITUACAO-ATUAL > WRK-PIOR-SITUACAO
               MOVE WRK-SITUACAO-ATUAL TO WRK-PIOR-SITUACAO
           END-IF.

       FECHAR-AREA-EXIT.
           EXIT.

       TRADUZIR-SITUACAO.

           EVALUATE TRUE
               WHEN AREA-OK
                   MOVE 'OK' TO WRK-SITUACAO-TXT
               WHEN AREA-ATENCAO
                   MOVE 'ATENCAO' TO WRK-SITUACAO-TXT
               WHEN OTHER
                   MOVE 'ACAO' TO WRK-SITUACAO-TXT
           END-EVALUATE.

       TRADUZIR-SITUACAO-EXIT.
           EXIT.

       IMPRIMIR-AREA.

           MOVE TAB-AREA-SITUACAO(WRK-IND) TO WRK-SITUACAO-ATUAL.
           PERFORM TRADUZIR-SITUACAO.
           MOVE TAB-AREA-NOME(WRK-IND) TO LIN-AREA-NOME.
           MOVE WRK-SITUACAO-TXT TO LIN-AREA-SITUACAO.
           MOVE TAB-AREA-DETALHE(WRK-IND) TO LIN-AREA-DETALHE.
           MOVE LINHA-AREA TO LINHA-RESUMO.
           WRITE LINHA-RESUMO.

       IMPRIMIR-AREA-EXIT.
           EXIT.

       IMPRIMIR-ITEM.

           IF TAB-AREA-SITUACAO(WRK-IND) > ZEROS
               ADD 1 TO WRK-QTD-ITENS
               MOVE SPACES TO LINHA-RESUMO
               STRING '  ' DELIMITED BY SIZE
                      TAB-AREA-NOME(WRK-IND) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      TAB-AREA-RELATORIO(WRK-IND) DELIMITED BY SIZE
                      INTO LINHA-RESUMO
               WRITE LINHA-RESUMO
           END-IF.

       IMPRIMIR-ITEM-EXIT.
           EXIT.

           COPY 'RUNDATEP.CPY'.
           COPY 'RPTHDRP.CPY'.
           COPY 'PARAMETROSP.CPY'.
