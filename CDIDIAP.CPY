      ***********************************************************
      * CDIDIAP.CPY                                               *
      * PARAGRAFOS PADRAO DE LEITURA DA SERIE DIARIA DO CDI. O    *
      * PROGRAMA CHAMADOR DECLARA O ARQUIVO CDI-DIARIO (ASSIGN    *
      * "CDIDIA", LAYOUT CDIDIA.CPY, FILE STATUS CDI-WS-STATUS) E *
      * FAZ COPY 'CDIDIAW.CPY'. NA WORKING-STORAGE.               *
      * - LER-CDI: MOVE A DATA PARA CDI-WS-DATA E EXECUTE; A TAXA *
      *   ANUAL DO DIA VOLTA EM CDI-WS-TAXA COM CDI-ENCONTRADO.   *
      *   DIA NAO CARREGADO (OU SERIE INEXISTENTE) VOLTA ZERADO E *
      *   O CHAMADOR DECIDE O QUE FAZER.                          *
      * - LER-ULTIMO-CDI: MOVE A DATA PARA CDI-WS-DATA E EXECUTE; *
      *   VOLTA A ULTIMA TAXA CARREGADA ATE A DATA (RECUA NO      *
      *   MAXIMO 15 DIAS CORRIDOS), COM A DATA DELA EM            *
      *   CDI-WS-DATA.                                            *
      * USO: COPY 'CDIDIAP.CPY'. NA PROCEDURE DIVISION.           *
      ***********************************************************
       LER-CDI.
           IF NOT CDI-SERIE-ABERTA
               OPEN INPUT CDI-DIARIO
               IF CDI-ARQ-NAO-ENCONTRADO
                   OPEN OUTPUT CDI-DIARIO
                   CLOSE CDI-DIARIO
                   OPEN INPUT CDI-DIARIO
               END-IF
               SET CDI-SERIE-ABERTA TO TRUE
           END-IF.
           MOVE 'N' TO CDI-WS-ACHADA.
           MOVE ZEROS TO CDI-WS-TAXA.
           MOVE CDI-WS-DATA TO CDI-DATA.
           READ CDI-DIARIO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CDI-TAXA-ANO TO CDI-WS-TAXA
                   SET CDI-ENCONTRADO TO TRUE
           END-READ.

       LER-CDI-EXIT.
           EXIT.

       LER-ULTIMO-CDI.
           MOVE ZEROS TO CDI-WS-TENTATIVAS.
           PERFORM LER-CDI.
           PERFORM RECUAR-UM-DIA-CDI
               UNTIL CDI-ENCONTRADO OR CDI-WS-TENTATIVAS >= 15.

       LER-ULTIMO-CDI-EXIT.
           EXIT.

       RECUAR-UM-DIA-CDI.
           ADD 1 TO CDI-WS-TENTATIVAS.
           COMPUTE CDI-WS-DATA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(CDI-WS-DATA) - 1).
           PERFORM LER-CDI.

       RECUAR-UM-DIA-CDI-EXIT.
           EXIT.

       FECHAR-CDI.
           IF CDI-SERIE-ABERTA
               CLOSE CDI-DIARIO
               MOVE 'N' TO CDI-WS-ABERTO
           END-IF.

       FECHAR-CDI-EXIT.
           EXIT.
