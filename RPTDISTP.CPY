      ***********************************************************
      * RPTDISTP.CPY                                              *
      * PARAGRAFOS QUE MONTAM UM RELATORIO DO ACERVO NO PACOTE DE *
      * UM DESTINATARIO: CARREGAR-RELATORIO-ACERVO LE DO RPTARC AS*
      * LINHAS DE DSW-NOME NA DATA DSW-DATA (SE O RELATORIO FOI   *
      * ARQUIVADO MAIS DE UMA VEZ NA DATA, VALE A ULTIMA CAPTURA, *
      * COMO NO CATALOGO); MARCAR-PAGINAS-RELATORIO ATRIBUI A CADA*
      * LINHA A CHAVE DA SUA PAGINA (A PAGINA COMECA NO CABECALHO *
      * PADRAO COM 'PAGINA: ') OU DA SUA SECAO (DSW-SEL-SECAO =   *
      * 'S', A SECAO COMECA NA LINHA DO ROTULO); E                *
      * ENTREGAR-RELATORIO-DESTINO PASSA AS LINHAS SELECIONADAS,  *
      * UMA A UMA EM DSW-LINHA-ENTREGA, PARA O PARAGRAFO          *
      * ENTREGAR-LINHA-PACOTE DO CHAMADOR, QUANTAS VEZES FOREM AS *
      * COPIAS. MONTAR-LINHA-CAPA MONTA A LINHA DO RELATORIO NA   *
      * CAPA DO PACOTE (DSW-LINHA-CAPA).                          *
      * PRESSUPOE NO CHAMADOR O ARQUIVO RELATORIO-ACERVO (RPTARC) *
      * COM O STATUS EM WRK-ARC-STATUS E OS NIVEIS 88 ARC-OK,     *
      * ARC-FIM E ARC-NAO-ENCONTRADO, COMO NO RPTREPR.            *
      * USO: COPY 'RPTDISTP.CPY'. NA PROCEDURE DIVISION.          *
      ***********************************************************
       CARREGAR-RELATORIO-ACERVO.
           MOVE ZEROS TO DSW-QTD-LINHAS.
           MOVE 'N' TO DSW-ESTOURO.
           OPEN INPUT RELATORIO-ACERVO.
           IF ARC-NAO-ENCONTRADO
               GO TO CARREGAR-RELATORIO-ACERVO-EXIT
           END-IF.
           SET ARC-OK TO TRUE.
           PERFORM CARREGAR-LINHA-ACERVO UNTIL ARC-FIM.
           CLOSE RELATORIO-ACERVO.

       CARREGAR-RELATORIO-ACERVO-EXIT.
           EXIT.

       CARREGAR-LINHA-ACERVO.
           READ RELATORIO-ACERVO
               AT END
                   SET ARC-FIM TO TRUE
           END-READ.
           IF NOT ARC-FIM
               AND ARC-NOME = DSW-NOME AND ARC-DATA = DSW-DATA
               IF ARC-SEQ = 1
                   MOVE ZEROS TO DSW-QTD-LINHAS
                   MOVE 'N' TO DSW-ESTOURO
               END-IF
               IF DSW-QTD-LINHAS < 5000
                   ADD 1 TO DSW-QTD-LINHAS
                   MOVE ARC-LINHA TO TAB-DSW-TEXTO(DSW-QTD-LINHAS)
                   MOVE SPACES TO TAB-DSW-CHAVE(DSW-QTD-LINHAS)
               ELSE
                   SET DSW-TABELA-CHEIA TO TRUE
               END-IF
           END-IF.

       CARREGAR-LINHA-ACERVO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * MARCAR-PAGINAS-RELATORIO                                  *
      * GRAVA EM TAB-DSW-CHAVE A CHAVE DE SELECAO DE CADA LINHA - *
      * O TEXTO QUE SEGUE O ROTULO NA PAGINA OU SECAO. LINHAS DA  *
      * PAGINA ANTERIORES AO ROTULO (CABECALHO) RECEBEM A CHAVE   *
      * QUANDO O ROTULO APARECE. SEM ROTULO NADA E MARCADO.       *
      *----------------------------------------------------------*
       MARCAR-PAGINAS-RELATORIO.
           MOVE ZEROS TO DSW-TAM-ROTULO.
           IF DSW-SEL-ROTULO = SPACES
               GO TO MARCAR-PAGINAS-RELATORIO-EXIT
           END-IF.
           INSPECT DSW-SEL-ROTULO TALLYING DSW-TAM-ROTULO
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF DSW-TAM-ROTULO = ZEROS
               GO TO MARCAR-PAGINAS-RELATORIO-EXIT
           END-IF.
           MOVE 1 TO DSW-INICIO-PAG.
           MOVE SPACES TO DSW-CHAVE-ATUAL.
           PERFORM MARCAR-LINHA-RELATORIO
               VARYING DSW-IND FROM 1 BY 1
               UNTIL DSW-IND > DSW-QTD-LINHAS.

       MARCAR-PAGINAS-RELATORIO-EXIT.
           EXIT.

       MARCAR-LINHA-RELATORIO.
           IF NOT DSW-SECAO-POR-ROTULO
               MOVE ZEROS TO DSW-POS
               INSPECT TAB-DSW-TEXTO(DSW-IND) TALLYING DSW-POS
                   FOR CHARACTERS BEFORE INITIAL 'PAGINA: '
               IF DSW-POS < 80
                   MOVE DSW-IND TO DSW-INICIO-PAG
                   MOVE SPACES TO DSW-CHAVE-ATUAL
               END-IF
           END-IF.
           MOVE ZEROS TO DSW-POS.
           INSPECT TAB-DSW-TEXTO(DSW-IND) TALLYING DSW-POS
               FOR CHARACTERS BEFORE INITIAL
                   DSW-SEL-ROTULO(1:DSW-TAM-ROTULO).
           IF DSW-POS + DSW-TAM-ROTULO < 80
               PERFORM LER-CHAVE-PAGINA
               IF DSW-SECAO-POR-ROTULO
                   MOVE DSW-CHAVE-LIDA TO DSW-CHAVE-ATUAL
               ELSE
                   IF DSW-CHAVE-ATUAL = SPACES
                       MOVE DSW-CHAVE-LIDA TO DSW-CHAVE-ATUAL
                       PERFORM MARCAR-INICIO-PAGINA
                           VARYING DSW-IND-PAG FROM DSW-INICIO-PAG
                           BY 1 UNTIL DSW-IND-PAG NOT < DSW-IND
                   END-IF
               END-IF
           END-IF.
           MOVE DSW-CHAVE-ATUAL TO TAB-DSW-CHAVE(DSW-IND).

       MARCAR-LINHA-RELATORIO-EXIT.
           EXIT.

       MARCAR-INICIO-PAGINA.
           MOVE DSW-CHAVE-ATUAL TO TAB-DSW-CHAVE(DSW-IND-PAG).

       MARCAR-INICIO-PAGINA-EXIT.
           EXIT.

       LER-CHAVE-PAGINA.
           MOVE SPACES TO DSW-RESTO.
           MOVE SPACES TO DSW-CHAVE-LIDA.
           COMPUTE DSW-POS-CHAVE = DSW-POS + DSW-TAM-ROTULO + 1.
           MOVE TAB-DSW-TEXTO(DSW-IND)(DSW-POS-CHAVE:) TO DSW-RESTO.
           MOVE ZEROS TO DSW-BRANCOS.
           INSPECT DSW-RESTO TALLYING DSW-BRANCOS
               FOR LEADING SPACES.
           IF DSW-BRANCOS < 80
               ADD 1 TO DSW-BRANCOS
               UNSTRING DSW-RESTO(DSW-BRANCOS:) DELIMITED BY SPACE
                   INTO DSW-CHAVE-LIDA
               END-UNSTRING
           END-IF.

       LER-CHAVE-PAGINA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ENTREGAR-RELATORIO-DESTINO                                *
      * ENTREGA AO PARAGRAFO ENTREGAR-LINHA-PACOTE DO CHAMADOR AS *
      * LINHAS SEM SELECAO, AS LINHAS SEM CHAVE E AS LINHAS DA    *
      * CHAVE DSW-SEL-VALOR, UMA VEZ POR COPIA.                   *
      *----------------------------------------------------------*
       ENTREGAR-RELATORIO-DESTINO.
           MOVE ZEROS TO DSW-QTD-ENTREGUE.
           IF DSW-COPIAS = ZEROS
               MOVE 1 TO DSW-COPIAS
           END-IF.
           PERFORM ENTREGAR-LINHA-SELECIONADA
               VARYING DSW-COPIA FROM 1 BY 1
               UNTIL DSW-COPIA > DSW-COPIAS
               AFTER DSW-IND FROM 1 BY 1
               UNTIL DSW-IND > DSW-QTD-LINHAS.

       ENTREGAR-RELATORIO-DESTINO-EXIT.
           EXIT.

       ENTREGAR-LINHA-SELECIONADA.
           IF DSW-TAM-ROTULO = ZEROS
               OR TAB-DSW-CHAVE(DSW-IND) = SPACES
               OR TAB-DSW-CHAVE(DSW-IND) = DSW-SEL-VALOR
               MOVE TAB-DSW-TEXTO(DSW-IND) TO DSW-LINHA-ENTREGA
               ADD 1 TO DSW-QTD-ENTREGUE
               PERFORM ENTREGAR-LINHA-PACOTE
           END-IF.

       ENTREGAR-LINHA-SELECIONADA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * MONTAR-LINHA-CAPA                                         *
      * MONTA EM DSW-LINHA-CAPA A LINHA DO RELATORIO NA CAPA DO   *
      * PACOTE: NOME, DATA DA RODADA, COPIAS, SELECAO E SITUACAO. *
      *----------------------------------------------------------*
       MONTAR-LINHA-CAPA.
           MOVE DSW-NOME TO DSW-CAPA-NOME.
           MOVE SPACES TO DSW-CAPA-DATA.
           STRING DSW-DATA-DIA DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  DSW-DATA-MES DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  DSW-DATA-ANO DELIMITED BY SIZE
                  INTO DSW-CAPA-DATA.
           MOVE DSW-COPIAS TO DSW-CAPA-COPIAS.
           MOVE SPACES TO DSW-CAPA-SELECAO.
           IF DSW-SEL-ROTULO = SPACES
               MOVE 'RELATORIO INTEIRO' TO DSW-CAPA-SELECAO
           ELSE
               STRING DSW-SEL-ROTULO DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                      DSW-SEL-VALOR DELIMITED BY SPACE
                      INTO DSW-CAPA-SELECAO
           END-IF.
           MOVE DSW-SITUACAO TO DSW-CAPA-SITUACAO.

       MONTAR-LINHA-CAPA-EXIT.
           EXIT.
