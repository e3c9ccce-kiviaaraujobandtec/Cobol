      *RERODAR O PROGRAMA SOBRE DADOS QUE JA ANDARAM.
      *DATA   = 08/04/22
      *HISTORICO DE ALTERACOES
      *29/05/22 KA NOME PACOTE REENVIA O PACOTE DE DISTRIBUICAO DE
      *UM DESTINO NA DATA: OS RELATORIOS DO LOG DSTLOG SAEM EM
      *RPTOUT COM CAPA DE REENVIO E A MESMA SELECAO DE PAGINAS E
      *COPIAS DA ENTREGA DO RPTDIST; O LOG CONTA OS REENVIOS
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-OUT-STATUS.

           SELECT DISTRIBUICAO-LOG ASSIGN TO "DSTLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DLG-CHAVE
               FILE STATUS IS WRK-DLG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RELATORIO-ACERVO.
       FD  RELATORIO-SAIDA.
       01  LINHA-SAIDA         PIC X(80).

       FD  DISTRIBUICAO-LOG.
           COPY 'DSTLOG.CPY'.

       WORKING-STORAGE SECTION.
       77 WRK-ARC-STATUS PIC X(02) VALUE ZEROS.
           88 ARC-OK VALUE '00'.
           88 CAT-OK VALUE '00'.
           88 CAT-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-OUT-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-DLG-STATUS PIC X(02) VALUE ZEROS.
           88 DLG-ARQ-OK VALUE '00'.
           88 DLG-ARQ-AUSENTE VALUE '35'.

       77 WRK-NOME PIC X(12) VALUE SPACES.
       77 WRK-ENT PIC X(11) VALUE SPACES.
           88 ENTRADA-VALIDA VALUE 'S'.
       77 WRK-DATA PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-LINHAS PIC 9(06) VALUE ZEROS.
       77 WRK-MODO PIC X(01) VALUE 'R'.
           88 REENVIO-PACOTE VALUE 'P'.
       77 WRK-DESTINO PIC X(10) VALUE SPACES.
       77 WRK-VARRE PIC X(01) VALUE 'N'.
           88 VARREDURA-FIM VALUE 'S'.
       77 WRK-QTD-REENVIO PIC 9(04) COMP VALUE ZEROS.
       77 WRK-IND PIC 9(04) COMP VALUE ZEROS.

       01  TAB-REENVIO.
           05 TAB-REE-ENTRADA OCCURS 200 TIMES.
               10 TAB-REE-RELATORIO   PIC X(12).
               10 TAB-REE-COPIAS      PIC 9(02).
               10 TAB-REE-SEL-ROTULO  PIC X(12).
               10 TAB-REE-SEL-VALOR   PIC X(12).
               10 TAB-REE-SEL-SECAO   PIC X(01).

           COPY 'RPTDISTW.CPY'.
           COPY 'RPTHDR.CPY'.
           COPY 'RUNDATE.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0002-INICIALIZAR THRU 0002-INICIALIZAR-EXIT.
           IF REENVIO-PACOTE
               PERFORM 0005-REENVIAR-PACOTE THRU
                   0005-REENVIAR-PACOTE-EXIT
               DISPLAY 'FINAL DO PROCESSAMENTO.'
           ELSE
               PERFORM 0003-PROCESSAR UNTIL ARC-FIM
               PERFORM 0004-FINALIZAR
           END-IF.

           STOP RUN.

           PERFORM OBTER-DATA-EXECUCAO.
           DISPLAY 'RPTREPR' '   DATA: ' RUNDATE-HOJE-ED.
           SET ARC-FIM TO TRUE.
           DISPLAY 'NOME DO RELATORIO (PACOTE = REENVIO DE PACOTE '
                   'DE DISTRIBUICAO)'.
           ACCEPT WRK-NOME FROM CONSOLE.
           DISPLAY 'DATA DA RODADA (AAAAMMDD)'.
           ACCEPT WRK-ENT FROM CONSOLE.
               DISPLAY 'ENTRADA INVALIDA.'
               GO TO 0002-INICIALIZAR-EXIT
           END-IF.
           IF WRK-NOME = 'PACOTE'
               SET REENVIO-PACOTE TO TRUE
               GO TO 0002-INICIALIZAR-EXIT
           END-IF.

           OPEN INPUT RELATORIO-CATALOGO.
           IF CAT-NAO-ENCONTRADO
           END-IF.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

      *----------------------------------------------------------*
      * 0005-REENVIAR-PACOTE                                      *
      * REMONTA EM RPTOUT O PACOTE DE DISTRIBUICAO DO DESTINO NA  *
      * DATA INFORMADA, COM OS RELATORIOS, COPIAS E SELECAO       *
      * GRAVADOS NO LOG DSTLOG NA ENTREGA, E CONTA O REENVIO NO   *
      * LOG.                                                      *
      *----------------------------------------------------------*
       0005-REENVIAR-PACOTE.
           DISPLAY 'CODIGO DO DESTINO'.
           ACCEPT WRK-DESTINO FROM CONSOLE.
           OPEN I-O DISTRIBUICAO-LOG.
           IF DLG-ARQ-AUSENTE
               DISPLAY 'LOG DE DISTRIBUICAO (DSTLOG) INEXISTENTE.'
               GO TO 0005-REENVIAR-PACOTE-EXIT
           END-IF.
           MOVE WRK-DATA TO DLG-DATA.
           MOVE WRK-DESTINO TO DLG-DESTINO.
           MOVE LOW-VALUES TO DLG-RELATORIO.
           START DISTRIBUICAO-LOG KEY IS NOT < DLG-CHAVE
               INVALID KEY
                   SET VARREDURA-FIM TO TRUE
           END-START.
           PERFORM CARREGAR-ENTREGA-LOG UNTIL VARREDURA-FIM.
           IF WRK-QTD-REENVIO = ZEROS
               DISPLAY 'PACOTE NAO CONSTA DO LOG DE DISTRIBUICAO.'
               CLOSE DISTRIBUICAO-LOG
               GO TO 0005-REENVIAR-PACOTE-EXIT
           END-IF.

           OPEN OUTPUT RELATORIO-SAIDA.
           MOVE SPACES TO RPT-HDR-LINHA.
           MOVE 'PACOTE DE DISTRIBUICAO - REENVIO' TO RPT-HDR-TITULO.
           PERFORM MONTAR-CABECALHO-RELATORIO.
           WRITE LINHA-SAIDA FROM RPT-HDR-LINHA.
           MOVE SPACES TO LINHA-SAIDA.
           WRITE LINHA-SAIDA.
           MOVE WRK-DESTINO TO DSW-DEST-ID.
           WRITE LINHA-SAIDA FROM DSW-LINHA-DESTINO.
           MOVE SPACES TO LINHA-SAIDA.
           WRITE LINHA-SAIDA.
           WRITE LINHA-SAIDA FROM DSW-LINHA-TITULOS.
           PERFORM GRAVAR-LINHA-CAPA
               VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > WRK-QTD-REENVIO.
           MOVE SPACES TO LINHA-SAIDA.
           WRITE LINHA-SAIDA.
           PERFORM REENVIAR-RELATORIO
               VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > WRK-QTD-REENVIO.
           MOVE WRK-DESTINO TO DSW-FIM-DESTINO.
           MOVE WRK-QTD-LINHAS TO DSW-FIM-LINHAS.
           MOVE SPACES TO LINHA-SAIDA.
           WRITE LINHA-SAIDA.
           WRITE LINHA-SAIDA FROM DSW-LINHA-FIM.
           CLOSE RELATORIO-SAIDA.
           CLOSE DISTRIBUICAO-LOG.
           DISPLAY 'RELATORIOS REENVIADOS: ' WRK-QTD-REENVIO.
           DISPLAY 'LINHAS REIMPRESSAS: ' WRK-QTD-LINHAS.
           DISPLAY 'PACOTE GRAVADO EM RPTOUT.'.

       0005-REENVIAR-PACOTE-EXIT.
           EXIT.

       CARREGAR-ENTREGA-LOG.
           READ DISTRIBUICAO-LOG NEXT RECORD
               AT END
                   SET VARREDURA-FIM TO TRUE
           END-READ.
           IF NOT VARREDURA-FIM
               IF DLG-DATA NOT = WRK-DATA
                   OR DLG-DESTINO NOT = WRK-DESTINO
                   SET VARREDURA-FIM TO TRUE
               END-IF
           END-IF.
           IF NOT VARREDURA-FIM
               IF WRK-QTD-REENVIO < 200
                   ADD 1 TO WRK-QTD-REENVIO
                   MOVE DLG-NOME-DESTINO TO DSW-DEST-NOME
                   MOVE DLG-RELATORIO
                     TO TAB-REE-RELATORIO(WRK-QTD-REENVIO)
                   MOVE DLG-COPIAS
                     TO TAB-REE-COPIAS(WRK-QTD-REENVIO)
                   MOVE DLG-SEL-ROTULO
                     TO TAB-REE-SEL-ROTULO(WRK-QTD-REENVIO)
                   MOVE DLG-SEL-VALOR
                     TO TAB-REE-SEL-VALOR(WRK-QTD-REENVIO)
                   MOVE DLG-SEL-SECAO
                     TO TAB-REE-SEL-SECAO(WRK-QTD-REENVIO)
               ELSE
                   DISPLAY 'PACOTE COM MAIS DE 200 RELATORIOS - '
                           DLG-RELATORIO ' FICOU DE FORA.'
               END-IF
           END-IF.

       CARREGAR-ENTREGA-LOG-EXIT.
           EXIT.

       GRAVAR-LINHA-CAPA.
           PERFORM MOVER-SELECAO-REENVIO.
           MOVE 'REENVIO' TO DSW-SITUACAO.
           PERFORM MONTAR-LINHA-CAPA.
           WRITE LINHA-SAIDA FROM DSW-LINHA-CAPA.

       GRAVAR-LINHA-CAPA-EXIT.
           EXIT.

       MOVER-SELECAO-REENVIO.
           MOVE TAB-REE-RELATORIO(WRK-IND) TO DSW-NOME.
           MOVE WRK-DATA TO DSW-DATA.
           MOVE TAB-REE-COPIAS(WRK-IND) TO DSW-COPIAS.
           MOVE TAB-REE-SEL-ROTULO(WRK-IND) TO DSW-SEL-ROTULO.
           MOVE TAB-REE-SEL-VALOR(WRK-IND) TO DSW-SEL-VALOR.
           MOVE TAB-REE-SEL-SECAO(WRK-IND) TO DSW-SEL-SECAO.

       MOVER-SELECAO-REENVIO-EXIT.
           EXIT.

       REENVIAR-RELATORIO.
           PERFORM MOVER-SELECAO-REENVIO.
           PERFORM CARREGAR-RELATORIO-ACERVO THRU
               CARREGAR-RELATORIO-ACERVO-EXIT.
           IF DSW-QTD-LINHAS = ZEROS
               DISPLAY 'RELATORIO ' DSW-NOME ' NAO ESTA MAIS NO '
                       'ACERVO - FORA DO REENVIO.'
           END-IF.
           PERFORM MARCAR-PAGINAS-RELATORIO THRU
               MARCAR-PAGINAS-RELATORIO-EXIT.
           PERFORM ENTREGAR-RELATORIO-DESTINO THRU
               ENTREGAR-RELATORIO-DESTINO-EXIT.
           MOVE WRK-DATA TO DLG-DATA.
           MOVE WRK-DESTINO TO DLG-DESTINO.
           MOVE DSW-NOME TO DLG-RELATORIO.
           READ DISTRIBUICAO-LOG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO DLG-REENVIOS
                   MOVE RUNDATE-HOJE TO DLG-DATA-REENVIO
                   REWRITE REG-DIST-LOG
           END-READ.

       REENVIAR-RELATORIO-EXIT.
           EXIT.

       ENTREGAR-LINHA-PACOTE.
           WRITE LINHA-SAIDA FROM DSW-LINHA-ENTREGA.
           ADD 1 TO WRK-QTD-LINHAS.

       ENTREGAR-LINHA-PACOTE-EXIT.
           EXIT.

           COPY 'RPTDISTP.CPY'.
           COPY 'RPTHDRP.CPY'.
           COPY 'RUNDATEP.CPY'.
