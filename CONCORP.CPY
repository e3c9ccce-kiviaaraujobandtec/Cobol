      ***********************************************************
      * CONCORP.CPY                                               *
      * PARAGRAFOS PADRAO DA CONFERENCIA DE ATUALIZACAO           *
      * CONCORRENTE NOS PROGRAMAS ON-LINE DE MANUTENCAO. ENTRE A  *
      * EXIBICAO DO REGISTRO E A GRAVACAO O OPERADOR DIGITA POR   *
      * MINUTOS; SE OUTRA SESSAO GRAVOU O MESMO REGISTRO NESSE    *
      * MEIO TEMPO, REGRAVAR O REGISTRO INTEIRO APAGARIA A OUTRA  *
      * ALTERACAO SEM AVISO. O ROTEIRO DO CHAMADOR E:             *
      * 1) AO EXIBIR: MOVE O REGISTRO (OU SPACES, SE A CHAVE AINDA*
      *    NAO EXISTE) PARA CCR-IMAGEM-TELA E EXECUTA             *
      *    MARCAR-IMAGEM-TELA;                                    *
      * 2) AO GRAVAR: RELE O REGISTRO PELA CHAVE, MOVE O QUE LEU  *
      *    (OU SPACES, SE NAO EXISTE MAIS) PARA CCR-IMAGEM-ATUAL, *
      *    PREENCHE CCR-WS-CHAVE, CCR-WS-CAMPO-CHAVE (O AUD-CAMPO *
      *    COM QUE AS ATUALIZACOES DO REGISTRO SAO GRAVADAS NO    *
      *    AUDIT-TRAIL COM A CHAVE NO AUD-VALOR; EM BRANCO NAO    *
      *    PROCURA NO AUDIT-TRAIL) E CCR-WS-PRIMEIRO/ULTIMO, E    *
      *    EXECUTA CONFERIR-CONCORRENCIA THRU                     *
      *    CONFERIR-CONCORRENCIA-EXIT;                            *
      * 3) COM CCR-HOUVE-COLISAO NADA E GRAVADO (NEM AUDIT-TRAIL, *
      *    NEM HISTORICO): O OPERADOR JA VIU O QUE MUDOU E QUEM   *
      *    MUDOU E REFAZ A ALTERACAO SOBRE O REGISTRO NOVO.       *
      * QUEM TEM OUTRA FONTE PARA "QUEM MUDOU" (O CLIHIST, POR    *
      * CPF) EXECUTA COMPARAR-IMAGENS, A SUA PROPRIA PROCURA E    *
      * REGISTRAR-COLISAO EM VEZ DE CONFERIR-CONCORRENCIA.        *
      * CADA COLISAO E ACRESCENTADA AO ARQUIVO COLISAO, CONTADO   *
      * NO RELATORIO DIARIO COLIREL.                              *
      * O CHAMADOR DECLARA O AUDIT-TRAIL E O OPERADOR-SESSAO COM  *
      * AUDITPRC.CPY E O ARQUIVO LOG-COLISAO (ASSIGN "COLISAO",   *
      * LAYOUT COLISAO.CPY, FILE STATUS CCR-WS-STATUS), E FAZ     *
      * COPY 'CONCORW.CPY'. NA WORKING-STORAGE.                   *
      * USO: COPY 'CONCORP.CPY' REPLACING ==CCR-PROGRAM-ID==      *
      *      BY ==NOME-DO-PROGRAMA==.                             *
      ***********************************************************
       MARCAR-IMAGEM-TELA.
           ACCEPT CCR-DATA-TELA FROM DATE YYYYMMDD.
           ACCEPT CCR-WS-HORA FROM TIME.
           MOVE CCR-WS-HORA(1:6) TO CCR-HORA-TELA.
           MOVE 'N' TO CCR-WS-COLISAO.
           MOVE SPACES TO CCR-WS-SITUACAO.

       MARCAR-IMAGEM-TELA-EXIT.
           EXIT.

       CONFERIR-CONCORRENCIA.
           PERFORM COMPARAR-IMAGENS THRU COMPARAR-IMAGENS-EXIT.
           IF NOT CCR-HOUVE-COLISAO
               GO TO CONFERIR-CONCORRENCIA-EXIT
           END-IF.
           PERFORM PROCURAR-AUTOR-AUDITORIA
               THRU PROCURAR-AUTOR-AUDITORIA-EXIT.
           PERFORM REGISTRAR-COLISAO THRU REGISTRAR-COLISAO-EXIT.

       CONFERIR-CONCORRENCIA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * COMPARAR-IMAGENS                                          *
      * IMAGEM RELIDA IGUAL A EXIBIDA: SEGUE A GRAVACAO. DIFERENTE*
      * MARCA A COLISAO E MOSTRA, CAMPO A CAMPO DA FAIXA DA       *
      * TABELA, O VALOR QUE ESTAVA NA TELA E O VALOR DE AGORA.    *
      *----------------------------------------------------------*
       COMPARAR-IMAGENS.
           MOVE 'N' TO CCR-WS-COLISAO.
           MOVE SPACES TO CCR-WS-SITUACAO.
           MOVE SPACES TO CCR-WS-PRIMEIRO-CAMPO.
           MOVE SPACES TO CCR-WS-OPERADOR-OUTRO.
           MOVE SPACES TO CCR-WS-PROGRAMA-OUTRO.
           MOVE ZEROS TO CCR-DATA-OUTRO.
           MOVE ZEROS TO CCR-HORA-OUTRO.
           MOVE ZEROS TO CCR-QTD-DIFERENTES.
           MOVE ZEROS TO CCR-WS-QTD-ACHADAS.
           IF CCR-IMAGEM-ATUAL = CCR-IMAGEM-TELA
               GO TO COMPARAR-IMAGENS-EXIT
           END-IF.

           SET CCR-HOUVE-COLISAO TO TRUE.
           EVALUATE TRUE
               WHEN CCR-IMAGEM-ATUAL = SPACES
                   SET CCR-REG-EXCLUIDO TO TRUE
               WHEN CCR-IMAGEM-TELA = SPACES
                   SET CCR-REG-INCLUIDO TO TRUE
               WHEN OTHER
                   SET CCR-REG-ALTERADO TO TRUE
           END-EVALUATE.
           MOVE CCR-DATA-TELA TO CCR-WS-DATA-ED.
           DISPLAY '****************************************'.
           DISPLAY '* REGISTRO ATUALIZADO POR OUTRA SESSAO *'.
           DISPLAY '****************************************'.
           DISPLAY 'CHAVE......: ' CCR-WS-CHAVE.
           DISPLAY 'EXIBIDO EM.: ' CCR-WS-DATA-ED ' ' CCR-HORA-TELA.
           IF CCR-REG-EXCLUIDO
               DISPLAY 'O REGISTRO FOI EXCLUIDO DEPOIS DE EXIBIDO.'
           END-IF.
           IF CCR-REG-INCLUIDO
               DISPLAY 'O REGISTRO FOI INCLUIDO POR OUTRA SESSAO '
                       'ENQUANTO ERA DIGITADO.'
           END-IF.
           MOVE CCR-WS-PRIMEIRO TO CCR-IND.
           PERFORM COMPARAR-UM-CAMPO THRU COMPARAR-UM-CAMPO-EXIT
               UNTIL CCR-IND > CCR-WS-ULTIMO.

       COMPARAR-IMAGENS-EXIT.
           EXIT.

       COMPARAR-UM-CAMPO.
           MOVE CCR-CAMPO-INICIO(CCR-IND) TO CCR-WS-INICIO.
           MOVE CCR-CAMPO-TAM(CCR-IND) TO CCR-WS-TAM.
           IF CCR-IMAGEM-TELA(CCR-WS-INICIO:CCR-WS-TAM) =
              CCR-IMAGEM-ATUAL(CCR-WS-INICIO:CCR-WS-TAM)
               GO TO COMPARAR-UM-CAMPO-PROXIMO
           END-IF.
           ADD 1 TO CCR-QTD-DIFERENTES.
           IF CCR-WS-PRIMEIRO-CAMPO = SPACES
               MOVE CCR-CAMPO-NOME(CCR-IND) TO CCR-WS-PRIMEIRO-CAMPO
           END-IF.
           IF CCR-REG-ALTERADO
               MOVE CCR-IMAGEM-TELA(CCR-WS-INICIO:CCR-WS-TAM)
                   TO CCR-WS-VALOR-TELA
               MOVE CCR-IMAGEM-ATUAL(CCR-WS-INICIO:CCR-WS-TAM)
                   TO CCR-WS-VALOR-ATUAL
               DISPLAY CCR-CAMPO-NOME(CCR-IND) ' NA TELA: '
                       CCR-WS-VALOR-TELA
               DISPLAY '                AGORA..: '
                       CCR-WS-VALOR-ATUAL
           END-IF.

       COMPARAR-UM-CAMPO-PROXIMO.
           ADD 1 TO CCR-IND.

       COMPARAR-UM-CAMPO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * PROCURAR-AUTOR-AUDITORIA                                  *
      * VARRE O AUDIT-TRAIL ATRAS DAS ENTRADAS DESTE REGISTRO     *
      * (AUD-CAMPO = CCR-WS-CAMPO-CHAVE E AUD-VALOR = CHAVE)      *
      * GRAVADAS DESDE A EXIBICAO, LISTA CADA UMA E GUARDA A      *
      * ULTIMA COMO O AUTOR DA MUDANCA.                           *
      *----------------------------------------------------------*
       PROCURAR-AUTOR-AUDITORIA.
           IF CCR-WS-CAMPO-CHAVE = SPACES
               GO TO PROCURAR-AUTOR-AUDITORIA-EXIT
           END-IF.
           OPEN INPUT AUDIT-TRAIL.
           IF NOT AUD-OK
               GO TO PROCURAR-AUTOR-AUDITORIA-EXIT
           END-IF.
           MOVE 'N' TO CCR-WS-FIM-BUSCA.
           PERFORM LER-AUDITORIA-COLISAO
               THRU LER-AUDITORIA-COLISAO-EXIT
               UNTIL CCR-BUSCA-ENCERRADA.
           CLOSE AUDIT-TRAIL.

       PROCURAR-AUTOR-AUDITORIA-EXIT.
           EXIT.

       LER-AUDITORIA-COLISAO.
           READ AUDIT-TRAIL
               AT END
                   SET CCR-BUSCA-ENCERRADA TO TRUE
                   GO TO LER-AUDITORIA-COLISAO-EXIT
           END-READ.
           IF AUD-CAMPO NOT = CCR-WS-CAMPO-CHAVE
               OR AUD-VALOR NOT = CCR-WS-CHAVE
               GO TO LER-AUDITORIA-COLISAO-EXIT
           END-IF.
           MOVE AUD-DATA TO CCR-DATA-LIDA.
           MOVE AUD-HORA TO CCR-HORA-LIDA.
           IF CCR-MOMENTO-LIDO < CCR-MOMENTO-TELA
               GO TO LER-AUDITORIA-COLISAO-EXIT
           END-IF.
           ADD 1 TO CCR-WS-QTD-ACHADAS.
           MOVE AUD-OPERADOR TO CCR-WS-OPERADOR-OUTRO.
           MOVE AUD-PROGRAMA TO CCR-WS-PROGRAMA-OUTRO.
           MOVE CCR-MOMENTO-LIDO TO CCR-MOMENTO-OUTRO.
           MOVE AUD-DATA TO CCR-WS-DATA-ED.
           DISPLAY 'AUDIT-TRAIL: ' CCR-WS-DATA-ED ' ' AUD-HORA ' '
                   AUD-PROGRAMA ' OPER ' AUD-OPERADOR.

       LER-AUDITORIA-COLISAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * REGISTRAR-COLISAO                                         *
      * INFORMA QUEM FEZ A ULTIMA ATUALIZACAO ACHADA, ACRESCENTA  *
      * A COLISAO AO ARQUIVO COLISAO E PEDE AO OPERADOR QUE       *
      * REFACA A ALTERACAO.                                       *
      *----------------------------------------------------------*
       REGISTRAR-COLISAO.
           IF CCR-WS-QTD-ACHADAS = ZEROS
               DISPLAY 'AUTOR DA MUDANCA NAO IDENTIFICADO.'
           ELSE
               MOVE CCR-DATA-OUTRO TO CCR-WS-DATA-ED
               DISPLAY 'ULTIMA ATUALIZACAO: OPERADOR '
                       CCR-WS-OPERADOR-OUTRO ' PROGRAMA '
                       CCR-WS-PROGRAMA-OUTRO
               DISPLAY '                    EM ' CCR-WS-DATA-ED ' '
                       CCR-HORA-OUTRO
           END-IF.

           PERFORM OBTER-OPERADOR-SESSAO.
           OPEN EXTEND LOG-COLISAO.
           IF CCR-NAO-ENCONTRADO
               OPEN OUTPUT LOG-COLISAO
           END-IF.
           ACCEPT COL-DATA FROM DATE YYYYMMDD.
           ACCEPT CCR-WS-HORA FROM TIME.
           MOVE CCR-WS-HORA(1:6) TO COL-HORA.
           MOVE CCR-PROGRAM-ID TO COL-PROGRAMA.
           MOVE AUD-WS-OPERADOR TO COL-OPERADOR.
           MOVE CCR-WS-CHAVE TO COL-CHAVE.
           MOVE CCR-WS-SITUACAO TO COL-SITUACAO.
           MOVE CCR-QTD-DIFERENTES TO COL-QTD-CAMPOS.
           MOVE CCR-WS-PRIMEIRO-CAMPO TO COL-PRIMEIRO-CAMPO.
           MOVE CCR-DATA-TELA TO COL-DATA-TELA.
           MOVE CCR-HORA-TELA TO COL-HORA-TELA.
           MOVE CCR-WS-OPERADOR-OUTRO TO COL-OPERADOR-OUTRO.
           MOVE CCR-WS-PROGRAMA-OUTRO TO COL-PROGRAMA-OUTRO.
           MOVE CCR-DATA-OUTRO TO COL-DATA-OUTRO.
           MOVE CCR-HORA-OUTRO TO COL-HORA-OUTRO.
           WRITE REG-COLISAO.
           CLOSE LOG-COLISAO.

           DISPLAY 'NADA FOI GRAVADO - CONSULTE O REGISTRO DE NOVO '
                   'E REFACA A ALTERACAO.'.

       REGISTRAR-COLISAO-EXIT.
           EXIT.
