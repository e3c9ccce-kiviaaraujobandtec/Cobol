      ***********************************************************
      * GERACAOP.CPY                                              *
      * PARAGRAFO PADRAO DE REGISTRO DE UMA NOVA GERACAO NO       *
      * ARQUIVO GERACAO. O PROGRAMA CHAMADOR DECLARA O ARQUIVO    *
      * REGISTRO-GERACAO (ASSIGN "GERACAO", INDEXADO POR          *
      * GER-CHAVE, LAYOUT GERACAO.CPY, FILE STATUS                *
      * GER-WS-STATUS), FAZ COPY 'GERACAOW.CPY'. NA               *
      * WORKING-STORAGE E, DEPOIS DE FECHAR A NOVA GERACAO, MOVE  *
      * O NOME DO ARQUIVO OFICIAL PARA GER-WS-ARQUIVO, O DA NOVA  *
      * GERACAO PARA GER-WS-NOVO E A CONTAGEM GRAVADA PARA        *
      * GER-WS-CONTAGEM ANTES DE EXECUTAR PERFORM                 *
      * REGISTRAR-GERACAO THRU REGISTRAR-GERACAO-EXIT.            *
      * A GERACAO ENTRA PENDENTE COM O PROXIMO NUMERO DO          *
      * ARQUIVO; UMA PENDENTE ANTERIOR AINDA NAO PROMOVIDA E      *
      * MARCADA SUBSTITUIDA, PARA O GERPROM NUNCA PROMOVER UMA    *
      * GERACAO VELHA POR CIMA DE UMA NOVA.                       *
      * USO: COPY 'GERACAOP.CPY' REPLACING ==GER-PROGRAM-ID==     *
      *      BY ==NOME-DO-PROGRAMA==.                             *
      ***********************************************************
       REGISTRAR-GERACAO.
           OPEN I-O REGISTRO-GERACAO.
           IF GER-ARQ-NAO-ENCONTRADO
               OPEN OUTPUT REGISTRO-GERACAO
               CLOSE REGISTRO-GERACAO
               OPEN I-O REGISTRO-GERACAO
           END-IF.
           MOVE ZEROS TO GER-WS-ULTIMO.
           MOVE 'N' TO GER-WS-FIM.
           MOVE GER-WS-ARQUIVO TO GER-ARQUIVO.
           MOVE ZEROS TO GER-NUMERO.
           START REGISTRO-GERACAO KEY IS NOT < GER-CHAVE
               INVALID KEY
                   SET GER-VARREDURA-FIM TO TRUE
           END-START.
           PERFORM MARCAR-GERACAO-ANTERIOR UNTIL GER-VARREDURA-FIM.

           MOVE GER-WS-ARQUIVO TO GER-ARQUIVO.
           COMPUTE GER-NUMERO = GER-WS-ULTIMO + 1.
           MOVE GER-WS-NOVO TO GER-ARQUIVO-NOVO.
           MOVE GER-PROGRAM-ID TO GER-PROGRAMA.
           ACCEPT GER-DATA-GERACAO FROM DATE YYYYMMDD.
           ACCEPT GER-HORA-GERACAO FROM TIME.
           MOVE GER-WS-CONTAGEM TO GER-CONTAGEM.
           SET GER-PENDENTE TO TRUE.
           MOVE GER-DATA-GERACAO TO GER-DATA-SITUACAO.
           MOVE ZEROS TO GER-CONTAGEM-CONF.
           WRITE REG-GERACAO
               INVALID KEY
                   DISPLAY 'ERRO AO REGISTRAR A GERACAO DE '
                           GER-WS-ARQUIVO ' - STATUS: '
                           GER-WS-STATUS
               NOT INVALID KEY
                   DISPLAY 'GERACAO ' GER-NUMERO ' DE '
                           GER-WS-ARQUIVO ' (' GER-WS-NOVO ', '
                           GER-WS-CONTAGEM ' REGISTROS) '
                           'REGISTRADA PARA PROMOCAO.'
           END-WRITE.
           CLOSE REGISTRO-GERACAO.

       REGISTRAR-GERACAO-EXIT.
           EXIT.

       MARCAR-GERACAO-ANTERIOR.
           READ REGISTRO-GERACAO NEXT RECORD
               AT END
                   SET GER-VARREDURA-FIM TO TRUE
           END-READ.
           IF NOT GER-VARREDURA-FIM
               IF GER-ARQUIVO NOT = GER-WS-ARQUIVO
                   SET GER-VARREDURA-FIM TO TRUE
               ELSE
                   MOVE GER-NUMERO TO GER-WS-ULTIMO
                   IF GER-PENDENTE
                       SET GER-SUBSTITUIDA TO TRUE
                       ACCEPT GER-DATA-SITUACAO FROM DATE YYYYMMDD
                       REWRITE REG-GERACAO
                       DISPLAY 'GERACAO ' GER-NUMERO ' DE '
                               GER-WS-ARQUIVO ' AINDA PENDENTE - '
                               'SUBSTITUIDA PELA NOVA.'
                   END-IF
               END-IF
           END-IF.

       MARCAR-GERACAO-ANTERIOR-EXIT.
           EXIT.
