       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTDIST.
      **********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = KIVIA(ALURA) KIVIAAL
      *OBJETIVO: DISTRIBUICAO DOS RELATORIOS DO ACERVO - PARA CADA
      *DESTINATARIO DO CADASTRO DISTRIB MONTA UM PACOTE DE
      *IMPRESSAO EM DSTOUT COM UMA CAPA (DESTINATARIO, DATA DA
      *RODADA E A LISTA DOS RELATORIOS DO PACOTE COM COPIAS E
      *SELECAO) SEGUIDA DOS RELATORIOS CATALOGADOS NO RPTCAT NA
      *DATA, LIDOS DO RPTARC - INTEIROS OU SO AS PAGINAS DA CHAVE
      *DO DESTINATARIO (REGIAO, TURMA...) - E FECHADO POR UMA
      *LINHA DE FIM DE PACOTE. CADA ENTREGA VAI PARA O LOG
      *DSTLOG; O QUE JA CONSTA DO LOG NAO E ENTREGUE DE NOVO, ENTAO
      *A RERODADA SO MONTA O QUE FALTOU. O REENVIO DE UM PACOTE E
      *FEITO NO RPTREPR. DATA DA RODADA NO PARM (AAAAMMDD); SEM
      *PARM, A DATA DO DIA. RC 4 QUANDO O CADASTRO OU UM
      *RELATORIO NAO CABE NAS TABELAS.
      *DATA   = 29/05/22
      *HISTORICO DE ALTERACOES
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISTRIBUICAO ASSIGN TO "DISTRIB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DST-CHAVE
               FILE STATUS IS WRK-DST-STATUS.

           SELECT RELATORIO-CATALOGO ASSIGN TO "RPTCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-CHAVE
               FILE STATUS IS WRK-CAT-STATUS.

           SELECT RELATORIO-ACERVO ASSIGN TO "RPTARC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-ARC-STATUS.

           SELECT DISTRIBUICAO-LOG ASSIGN TO "DSTLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DLG-CHAVE
               FILE STATUS IS WRK-DLG-STATUS.

           SELECT PACOTE-SAIDA ASSIGN TO "DSTOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-OUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISTRIBUICAO.
           COPY 'DISTRIB.CPY'.

       FD  RELATORIO-CATALOGO.
           COPY 'RPTCAT.CPY'.

       FD  RELATORIO-ACERVO.
           COPY 'RPTARC.CPY'.

       FD  DISTRIBUICAO-LOG.
           COPY 'DSTLOG.CPY'.

       FD  PACOTE-SAIDA.
       01  LINHA-PACOTE        PIC X(80).

       WORKING-STORAGE SECTION.
       77 WRK-DST-STATUS PIC X(02) VALUE ZEROS.
           88 DST-ARQ-OK VALUE '00'.
           88 DST-ARQ-AUSENTE VALUE '23' '35'.
       77 WRK-CAT-STATUS PIC X(02) VALUE ZEROS.
           88 CAT-OK VALUE '00'.
           88 CAT-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-ARC-STATUS PIC X(02) VALUE ZEROS.
           88 ARC-OK VALUE '00'.
           88 ARC-FIM VALUE '10'.
           88 ARC-NAO-ENCONTRADO VALUE '35'.
       77 WRK-DLG-STATUS PIC X(02) VALUE ZEROS.
           88 DLG-ARQ-OK VALUE '00'.
           88 DLG-ARQ-AUSENTE VALUE '35'.
       77 WRK-OUT-STATUS PIC X(02) VALUE ZEROS.

       77 WRK-ENT PIC X(11) VALUE SPACES.
       77 WRK-ENTRADA-VALIDA PIC X(01) VALUE 'N'.
           88 ENTRADA-VALIDA VALUE 'S'.
       77 WRK-DATA PIC 9(08) VALUE ZEROS.
       77 WRK-VARRE PIC X(01) VALUE 'N'.
           88 VARREDURA-FIM VALUE 'S'.
       77 WRK-CATALOGO PIC X(01) VALUE 'N'.
           88 CATALOGO-DISPONIVEL VALUE 'S'.
       77 WRK-DESTINO PIC X(10) VALUE SPACES.
       77 WRK-NOME-CARREGADO PIC X(12) VALUE SPACES.
       77 WRK-QTD-DISTRIB PIC 9(04) COMP VALUE ZEROS.
       77 WRK-IND PIC 9(04) COMP VALUE ZEROS.
       77 WRK-IND-DST PIC 9(04) COMP VALUE ZEROS.
       77 WRK-QTD-NO-PACOTE PIC 9(04) COMP VALUE ZEROS.
       77 WRK-LINHAS-PACOTE PIC 9(07) VALUE ZEROS.
       77 WRK-TOTAL-PACOTES PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-ENTREGAS PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-JA-ENTREGUES PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-NAO-ARQUIVADOS PIC 9(05) VALUE ZEROS.
       77 WRK-LINHAS-ED PIC Z.ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-RC PIC 9(02) VALUE ZEROS.

       01  TAB-DISTRIB.
           05 TAB-DST-ENTRADA OCCURS 500 TIMES.
               10 TAB-DST-RELATORIO   PIC X(12).
               10 TAB-DST-DESTINO     PIC X(10).
               10 TAB-DST-NOME        PIC X(30).
               10 TAB-DST-COPIAS      PIC 9(02).
               10 TAB-DST-SEL-ROTULO  PIC X(12).
               10 TAB-DST-SEL-VALOR   PIC X(12).
               10 TAB-DST-SEL-SECAO   PIC X(01).
               10 TAB-DST-ACAO        PIC X(01).
                   88 TAB-DST-ENTREGAR     VALUE 'E'.
                   88 TAB-DST-JA-ENTREGUE  VALUE 'J'.
                   88 TAB-DST-NAO-ARQUIVADO VALUE 'N'.
               10 TAB-DST-FEITO       PIC X(01).
                   88 TAB-DST-CONCLUIDO    VALUE 'S'.

           COPY 'RPTDISTW.CPY'.
           COPY 'RPTHDR.CPY'.
           COPY 'RUNDATE.CPY'.

       LINKAGE SECTION.
       01  LK-PARM.
           05 LK-PARM-LTH       PIC S9(04) COMP.
           05 LK-PARM-TXT       PIC X(08).

       PROCEDURE DIVISION USING LK-PARM.
       0001-PRINCIPAL.

           PERFORM 0002-INICIALIZAR THRU 0002-INICIALIZAR-EXIT.
           PERFORM 0003-PROCESSAR THRU 0003-PROCESSAR-EXIT
               VARYING WRK-IND-DST FROM 1 BY 1
               UNTIL WRK-IND-DST > WRK-QTD-DISTRIB.
           PERFORM 0004-FINALIZAR.

           MOVE WRK-RC TO RETURN-CODE.
           STOP RUN.

      *----------------------------------------------------------*
      * 0002-INICIALIZAR                                          *
      * OBTEM A DATA DA RODADA, CARREGA O CADASTRO DE             *
      * DISTRIBUICAO ATIVO E CLASSIFICA CADA ENTRADA: A ENTREGAR, *
      * JA ENTREGUE (NO LOG) OU RELATORIO NAO ARQUIVADO NA DATA.  *
      *----------------------------------------------------------*
       0002-INICIALIZAR.
           PERFORM OBTER-DATA-EXECUCAO.
           DISPLAY 'RPTDIST' '   DATA: ' RUNDATE-HOJE-ED.
           MOVE RUNDATE-HOJE TO WRK-DATA.
           IF LK-PARM-LTH > ZEROS
               MOVE SPACES TO WRK-ENT
               MOVE LK-PARM-TXT(1:LK-PARM-LTH) TO WRK-ENT
               CALL 'VALIDNUM' USING WRK-ENT WRK-ENTRADA-VALIDA
               IF NOT ENTRADA-VALIDA
                   DISPLAY 'PARM INVALIDO - INFORME A DATA DA '
                           'RODADA COMO AAAAMMDD.'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE FUNCTION TRIM(WRK-ENT) TO WRK-DATA
           END-IF.
           DISPLAY 'DATA DA RODADA: ' WRK-DATA.

           OPEN INPUT DISTRIBUICAO.
           IF DST-ARQ-AUSENTE
               DISPLAY 'CADASTRO DE DISTRIBUICAO (DISTRIB) '
                       'INEXISTENTE - NADA A DISTRIBUIR.'
               GO TO 0002-INICIALIZAR-EXIT
           END-IF.
           MOVE LOW-VALUES TO DST-CHAVE.
           START DISTRIBUICAO KEY IS NOT < DST-CHAVE
               INVALID KEY
                   SET VARREDURA-FIM TO TRUE
           END-START.
           PERFORM CARREGAR-DISTRIBUICAO UNTIL VARREDURA-FIM.
           CLOSE DISTRIBUICAO.
           IF WRK-QTD-DISTRIB = ZEROS
               DISPLAY 'NENHUMA DISTRIBUICAO ATIVA CADASTRADA.'
               GO TO 0002-INICIALIZAR-EXIT
           END-IF.

           OPEN INPUT RELATORIO-CATALOGO.
           IF CAT-NAO-ENCONTRADO
               DISPLAY 'CATALOGO (RPTCAT) INEXISTENTE - NENHUM '
                       'RELATORIO ARQUIVADO.'
           ELSE
               SET CATALOGO-DISPONIVEL TO TRUE
           END-IF.
           OPEN I-O DISTRIBUICAO-LOG.
           IF DLG-ARQ-AUSENTE
               OPEN OUTPUT DISTRIBUICAO-LOG
               CLOSE DISTRIBUICAO-LOG
               OPEN I-O DISTRIBUICAO-LOG
           END-IF.
           PERFORM CLASSIFICAR-DISTRIBUICAO
               VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > WRK-QTD-DISTRIB.
           IF CATALOGO-DISPONIVEL
               CLOSE RELATORIO-CATALOGO
           END-IF.
           OPEN OUTPUT PACOTE-SAIDA.

       0002-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 0003-PROCESSAR                                            *
      * MONTA O PACOTE DO DESTINATARIO DA ENTRADA, NA PRIMEIRA    *
      * ENTRADA AINDA NAO TRATADA DE CADA DESTINATARIO.           *
      *----------------------------------------------------------*
       0003-PROCESSAR.
           IF TAB-DST-CONCLUIDO(WRK-IND-DST)
               GO TO 0003-PROCESSAR-EXIT
           END-IF.
           MOVE TAB-DST-DESTINO(WRK-IND-DST) TO WRK-DESTINO.
           MOVE ZEROS TO WRK-QTD-NO-PACOTE.
           PERFORM CONTAR-ENTRADA-PACOTE
               VARYING WRK-IND FROM WRK-IND-DST BY 1
               UNTIL WRK-IND > WRK-QTD-DISTRIB.
           IF WRK-QTD-NO-PACOTE = ZEROS
               GO TO 0003-PROCESSAR-EXIT
           END-IF.

           PERFORM GRAVAR-CAPA-PACOTE.
           MOVE ZEROS TO WRK-LINHAS-PACOTE.
           PERFORM ENTREGAR-ENTRADA-PACOTE THRU
               ENTREGAR-ENTRADA-PACOTE-EXIT
               VARYING WRK-IND FROM WRK-IND-DST BY 1
               UNTIL WRK-IND > WRK-QTD-DISTRIB.
           MOVE WRK-DESTINO TO DSW-FIM-DESTINO.
           MOVE WRK-LINHAS-PACOTE TO DSW-FIM-LINHAS.
           MOVE SPACES TO LINHA-PACOTE.
           WRITE LINHA-PACOTE.
           WRITE LINHA-PACOTE FROM DSW-LINHA-FIM.
           ADD 1 TO WRK-TOTAL-PACOTES.
           MOVE WRK-LINHAS-PACOTE TO WRK-LINHAS-ED.
           DISPLAY 'PACOTE ' WRK-DESTINO ': ' WRK-QTD-NO-PACOTE
                   ' RELATORIO(S), ' WRK-LINHAS-ED ' LINHAS.'.

       0003-PROCESSAR-EXIT.
           EXIT.

       0004-FINALIZAR.
           IF WRK-QTD-DISTRIB > ZEROS
               CLOSE DISTRIBUICAO-LOG
               CLOSE PACOTE-SAIDA
           END-IF.
           DISPLAY 'PACOTES MONTADOS:         ' WRK-TOTAL-PACOTES.
           DISPLAY 'RELATORIOS ENTREGUES:     ' WRK-TOTAL-ENTREGAS.
           DISPLAY 'JA ENTREGUES (NO LOG):    '
                   WRK-TOTAL-JA-ENTREGUES.
           DISPLAY 'NAO ARQUIVADOS NA DATA:   '
                   WRK-TOTAL-NAO-ARQUIVADOS.
           IF WRK-TOTAL-PACOTES > ZEROS
               DISPLAY 'PACOTES GRAVADOS EM DSTOUT.'
           END-IF.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

      *----------------------------------------------------------*
      * CARREGAR-DISTRIBUICAO                                     *
      * LE O CADASTRO NA ORDEM DA CHAVE E GUARDA AS ENTRADAS      *
      * ATIVAS NA TABELA (ATE 500 - EXCEDENTE FICA DE FORA, RC 4).*
      *----------------------------------------------------------*
       CARREGAR-DISTRIBUICAO.
           READ DISTRIBUICAO NEXT RECORD
               AT END
                   SET VARREDURA-FIM TO TRUE
           END-READ.
           IF NOT VARREDURA-FIM AND DST-ATIVA
               IF WRK-QTD-DISTRIB < 500
                   ADD 1 TO WRK-QTD-DISTRIB
                   MOVE DST-RELATORIO
                     TO TAB-DST-RELATORIO(WRK-QTD-DISTRIB)
                   MOVE DST-DESTINO
                     TO TAB-DST-DESTINO(WRK-QTD-DISTRIB)
                   MOVE DST-NOME-DESTINO
                     TO TAB-DST-NOME(WRK-QTD-DISTRIB)
                   MOVE DST-COPIAS
                     TO TAB-DST-COPIAS(WRK-QTD-DISTRIB)
                   MOVE DST-SEL-ROTULO
                     TO TAB-DST-SEL-ROTULO(WRK-QTD-DISTRIB)
                   MOVE DST-SEL-VALOR
                     TO TAB-DST-SEL-VALOR(WRK-QTD-DISTRIB)
                   MOVE DST-SEL-SECAO
                     TO TAB-DST-SEL-SECAO(WRK-QTD-DISTRIB)
                   MOVE 'N' TO TAB-DST-FEITO(WRK-QTD-DISTRIB)
               ELSE
                   DISPLAY 'TABELA DE DISTRIBUICAO CHEIA - '
                           DST-RELATORIO ' ' DST-DESTINO
                           ' FICOU DE FORA.'
                   MOVE 4 TO WRK-RC
               END-IF
           END-IF.

       CARREGAR-DISTRIBUICAO-EXIT.
           EXIT.

       CLASSIFICAR-DISTRIBUICAO.
           SET TAB-DST-NAO-ARQUIVADO(WRK-IND) TO TRUE.
           IF CATALOGO-DISPONIVEL
               MOVE TAB-DST-RELATORIO(WRK-IND) TO CAT-NOME
               MOVE WRK-DATA TO CAT-DATA
               READ RELATORIO-CATALOGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET TAB-DST-ENTREGAR(WRK-IND) TO TRUE
               END-READ
           END-IF.
           IF TAB-DST-ENTREGAR(WRK-IND)
               MOVE WRK-DATA TO DLG-DATA
               MOVE TAB-DST-DESTINO(WRK-IND) TO DLG-DESTINO
               MOVE TAB-DST-RELATORIO(WRK-IND) TO DLG-RELATORIO
               READ DISTRIBUICAO-LOG
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET TAB-DST-JA-ENTREGUE(WRK-IND) TO TRUE
               END-READ
           END-IF.
           EVALUATE TRUE
               WHEN TAB-DST-JA-ENTREGUE(WRK-IND)
                   ADD 1 TO WRK-TOTAL-JA-ENTREGUES
               WHEN TAB-DST-NAO-ARQUIVADO(WRK-IND)
                   ADD 1 TO WRK-TOTAL-NAO-ARQUIVADOS
           END-EVALUATE.

       CLASSIFICAR-DISTRIBUICAO-EXIT.
           EXIT.

       CONTAR-ENTRADA-PACOTE.
           IF TAB-DST-DESTINO(WRK-IND) = WRK-DESTINO
               AND TAB-DST-ENTREGAR(WRK-IND)
               ADD 1 TO WRK-QTD-NO-PACOTE
           END-IF.

       CONTAR-ENTRADA-PACOTE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * GRAVAR-CAPA-PACOTE                                        *
      * CAPA DO PACOTE EM PAGINA PROPRIA: CABECALHO PADRAO,       *
      * DESTINATARIO E UMA LINHA POR RELATORIO DO PACOTE.         *
      *----------------------------------------------------------*
       GRAVAR-CAPA-PACOTE.
           MOVE ZEROS TO RPT-HDR-PAGINA.
           MOVE SPACES TO RPT-HDR-LINHA.
           MOVE 'PACOTE DE DISTRIBUICAO' TO RPT-HDR-TITULO.
           PERFORM MONTAR-CABECALHO-RELATORIO.
           WRITE LINHA-PACOTE FROM RPT-HDR-LINHA.
           MOVE SPACES TO LINHA-PACOTE.
           WRITE LINHA-PACOTE.
           MOVE WRK-DESTINO TO DSW-DEST-ID.
           MOVE TAB-DST-NOME(WRK-IND-DST) TO DSW-DEST-NOME.
           WRITE LINHA-PACOTE FROM DSW-LINHA-DESTINO.
           MOVE SPACES TO LINHA-PACOTE.
           WRITE LINHA-PACOTE.
           WRITE LINHA-PACOTE FROM DSW-LINHA-TITULOS.
           PERFORM GRAVAR-LINHA-CAPA
               VARYING WRK-IND FROM WRK-IND-DST BY 1
               UNTIL WRK-IND > WRK-QTD-DISTRIB.
           MOVE SPACES TO LINHA-PACOTE.
           WRITE LINHA-PACOTE.

       GRAVAR-CAPA-PACOTE-EXIT.
           EXIT.

       GRAVAR-LINHA-CAPA.
           IF TAB-DST-DESTINO(WRK-IND) = WRK-DESTINO
               AND TAB-DST-ENTREGAR(WRK-IND)
               PERFORM MOVER-SELECAO-ENTRADA
               MOVE 'ENTREGA' TO DSW-SITUACAO
               PERFORM MONTAR-LINHA-CAPA
               WRITE LINHA-PACOTE FROM DSW-LINHA-CAPA
           END-IF.

       GRAVAR-LINHA-CAPA-EXIT.
           EXIT.

       MOVER-SELECAO-ENTRADA.
           MOVE TAB-DST-RELATORIO(WRK-IND) TO DSW-NOME.
           MOVE WRK-DATA TO DSW-DATA.
           MOVE TAB-DST-COPIAS(WRK-IND) TO DSW-COPIAS.
           MOVE TAB-DST-SEL-ROTULO(WRK-IND) TO DSW-SEL-ROTULO.
           MOVE TAB-DST-SEL-VALOR(WRK-IND) TO DSW-SEL-VALOR.
           MOVE TAB-DST-SEL-SECAO(WRK-IND) TO DSW-SEL-SECAO.

       MOVER-SELECAO-ENTRADA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ENTREGAR-ENTRADA-PACOTE                                   *
      * COLOCA NO PACOTE O RELATORIO DA ENTRADA DO DESTINATARIO   *
      * (O ACERVO SO E RELIDO QUANDO MUDA O RELATORIO) E GRAVA A  *
      * ENTREGA NO LOG.                                           *
      *----------------------------------------------------------*
       ENTREGAR-ENTRADA-PACOTE.
           IF TAB-DST-DESTINO(WRK-IND) NOT = WRK-DESTINO
               GO TO ENTREGAR-ENTRADA-PACOTE-EXIT
           END-IF.
           MOVE 'S' TO TAB-DST-FEITO(WRK-IND).
           IF NOT TAB-DST-ENTREGAR(WRK-IND)
               GO TO ENTREGAR-ENTRADA-PACOTE-EXIT
           END-IF.
           PERFORM MOVER-SELECAO-ENTRADA.
           IF DSW-NOME NOT = WRK-NOME-CARREGADO
               PERFORM CARREGAR-RELATORIO-ACERVO THRU
                   CARREGAR-RELATORIO-ACERVO-EXIT
               MOVE DSW-NOME TO WRK-NOME-CARREGADO
               IF DSW-TABELA-CHEIA
                   DISPLAY 'RELATORIO ' DSW-NOME ' COM MAIS DE '
                           '5000 LINHAS - ENTREGUE SO O INICIO.'
                   MOVE 4 TO WRK-RC
               END-IF
           END-IF.
           PERFORM MARCAR-PAGINAS-RELATORIO THRU
               MARCAR-PAGINAS-RELATORIO-EXIT.
           PERFORM ENTREGAR-RELATORIO-DESTINO THRU
               ENTREGAR-RELATORIO-DESTINO-EXIT.
           ADD 1 TO WRK-TOTAL-ENTREGAS.

           MOVE WRK-DATA TO DLG-DATA.
           MOVE WRK-DESTINO TO DLG-DESTINO.
           MOVE DSW-NOME TO DLG-RELATORIO.
           MOVE TAB-DST-NOME(WRK-IND) TO DLG-NOME-DESTINO.
           MOVE DSW-COPIAS TO DLG-COPIAS.
           MOVE DSW-SEL-ROTULO TO DLG-SEL-ROTULO.
           MOVE DSW-SEL-VALOR TO DLG-SEL-VALOR.
           MOVE DSW-SEL-SECAO TO DLG-SEL-SECAO.
           MOVE DSW-QTD-ENTREGUE TO DLG-LINHAS.
           MOVE RUNDATE-HOJE TO DLG-DATA-ENTREGA.
           MOVE ZEROS TO DLG-REENVIOS.
           MOVE ZEROS TO DLG-DATA-REENVIO.
           WRITE REG-DIST-LOG
               INVALID KEY
                   DISPLAY 'ENTREGA JA REGISTRADA NO LOG: '
                           DLG-DESTINO ' ' DLG-RELATORIO
           END-WRITE.

       ENTREGAR-ENTRADA-PACOTE-EXIT.
           EXIT.

       ENTREGAR-LINHA-PACOTE.
           WRITE LINHA-PACOTE FROM DSW-LINHA-ENTREGA.
           ADD 1 TO WRK-LINHAS-PACOTE.

       ENTREGAR-LINHA-PACOTE-EXIT.
           EXIT.

           COPY 'RPTDISTP.CPY'.
           COPY 'RPTHDRP.CPY'.
           COPY 'RUNDATEP.CPY'.
