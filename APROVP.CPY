      *   O OPERADOR DE ORIGEM, PARA O SUPERVISOR DECIDIR NO      *
      *   APROVREV.                                               *
      * - PERFORM FECHAR-APROVACOES NO ENCERRAMENTO.              *
      * 28/04/22 KA A CONSULTA LIGA APRV-JA-PENDENTE QUANDO A     *
      * FILA JA TEM PENDENCIA 'P' DO MESMO TIPO E DADOS - O       *
      * CHAMADOR DE LOTE PODE DEIXAR DE ENFILEIRAR DE NOVO.       *
      * 20/05/22 KA A CONSULTA LIGA TAMBEM APRV-JA-REJEITADA      *
      * QUANDO HA PENDENCIA 'R' DO MESMO TIPO E DADOS.            *
      * 10/06/22 KA O OPERADOR E LIDO UMA VEZ POR AUD-OPERADOR-   *
      * LIDO - O AUDIT-TRAIL NAO FICA MAIS ABERTO ENTRE ENTRADAS. *
      * USO: COPY 'APROVP.CPY'. NA PROCEDURE DIVISION.            *
      ***********************************************************
       ABRIR-APROVACOES.
                   OPEN I-O PENDENCIAS-APROVACAO
               END-IF
               SET APRV-ABERTO TO TRUE
               IF NOT AUD-OPERADOR-LIDO
                   PERFORM OBTER-OPERADOR-SESSAO
               END-IF
           END-IF.
       CONSULTAR-APROVACAO.
           PERFORM ABRIR-APROVACOES.
           MOVE 'N' TO APRV-WS-RESULTADO.
           MOVE 'N' TO APRV-WS-PENDENTE.
           MOVE 'N' TO APRV-WS-REJEITADA.
           MOVE ZEROS TO APRV-WS-PROX-ID.
           MOVE 'N' TO APRV-WS-VARRE.
           MOVE ZEROS TO APR-ID.
                   ACCEPT APR-DATA-DECISAO FROM DATE YYYYMMDD
                   REWRITE REG-APROVACAO
               END-IF
               IF APR-PENDENTE
                   AND APR-TIPO = APRV-WS-TIPO
                   AND APR-DADOS = APRV-WS-DADOS
                   SET APRV-JA-PENDENTE TO TRUE
               END-IF
               IF APR-REJEITADA
                   AND APR-TIPO = APRV-WS-TIPO
                   AND APR-DADOS = APRV-WS-DADOS
                   SET APRV-JA-REJEITADA TO TRUE
               END-IF
           END-IF.

       VARRER-APROVACOES-EXIT.
