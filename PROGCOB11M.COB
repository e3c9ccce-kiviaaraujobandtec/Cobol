      *OBRA NO RELATORIO.
      *DATA   = 28/02/22
      *HISTORICO DE ALTERACOES
      *23/05/22 KA OPCAO C - CRONOGRAMA DA OBRA (OBRACRON): ETAPAS
      *COM INICIO E FIM PREVISTOS E PERCENTUAL CONCLUIDO PREVISTO
      *AO FIM DE CADA UMA, E LANCAMENTO DO INICIO E DO FIM REAIS
      *QUANDO A ETAPA E ATINGIDA. PREVISTO X REALIZADO SEMANAL NO
      *PROGCOB11E
      *07/06/22 KA ANTES DE GRAVAR A OBRA OU UMA ETAPA, RELE O
      *REGISTRO E CONFERE COM A IMAGEM EXIBIDA (CONCORP.CPY): SE
      *OUTRA SESSAO GRAVOU O MESMO REGISTRO NESSE MEIO TEMPO, MOSTRA
      *O QUE MUDOU E QUEM MUDOU, REGISTRA A COLISAO NO ARQUIVO
      *COLISAO E NADA E GRAVADO. CADA GRAVACAO VAI AO AUDIT-TRAIL
      *(OBRA-CODIGO E CRO-CHAVE), COM O OPERADOR DA SESSAO
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS OBRA-CODIGO
               FILE STATUS IS WRK-OBRA-STATUS.

           SELECT OBRA-CRONOGRAMA ASSIGN TO "OBRACRON"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRO-CHAVE
               FILE STATUS IS WRK-CRO-STATUS.

           SELECT AUDIT-TRAIL ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUD-WS-STATUS.

           SELECT OPERADOR-SESSAO ASSIGN TO "OPERSESS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SES-WS-STATUS.

           SELECT LOG-COLISAO ASSIGN TO "COLISAO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CCR-WS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OBRA-MASTER.
           COPY 'OBRAMST.CPY'.

       FD  OBRA-CRONOGRAMA.
           COPY 'OBRACRON.CPY'.

       FD  AUDIT-TRAIL.
           COPY 'AUDITLOG.CPY'.

       FD  OPERADOR-SESSAO.
           COPY 'OPERSESS.CPY'.

       FD  LOG-COLISAO.
           COPY 'COLISAO.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'AUDITWS.CPY'.
           COPY 'OPERSESW.CPY'.
           COPY 'CONCORW.CPY'.
       77 WRK-OBRA-STATUS PIC X(02) VALUE ZEROS.
           88 OBRA-OK VALUE '00'.
           88 OBRA-NAO-ENCONTRADA VALUE '23' '35'.
       77 WRK-OPCAO PIC X(01) VALUE SPACES.
           88 OPCAO-INCLUIR VALUE 'I'.
           88 OPCAO-ALTERAR VALUE 'A'.
           88 OPCAO-CRONOGRAMA VALUE 'C'.

      *CRONOGRAMA DA OBRA (OBRACRON)
       77 WRK-CRO-STATUS PIC X(02) VALUE ZEROS.
           88 CRO-OK VALUE '00'.
           88 CRO-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-OPCAO-CRO PIC X(01) VALUE SPACES.
           88 CRONO-LISTAR VALUE 'L'.
           88 CRONO-ETAPA VALUE 'E'.
           88 CRONO-REAL VALUE 'R'.
           88 CRONO-EXCLUIR VALUE 'X'.
           88 CRONO-SAIR VALUE 'S'.
       77 WRK-FIM-ETAPAS PIC X(01) VALUE 'N'.
           88 FIM-ETAPAS VALUE 'S'.
       77 WRK-ETAPA-ACHADA PIC X(01) VALUE 'N'.
           88 ETAPA-CADASTRADA VALUE 'S'.
       77 WRK-QTD-ETAPAS PIC 9(02) VALUE ZEROS.
       77 WRK-ETAPA PIC 9(02) VALUE ZEROS.
       77 WRK-DESCRICAO PIC X(30) VALUE SPACES.
       77 WRK-DESCRICAO-NOVA PIC X(30) VALUE SPACES.
       77 WRK-NUM PIC 9(11) VALUE ZEROS.
       77 WRK-DATA PIC 9(08) VALUE ZEROS.
       77 WRK-INICIO PIC 9(08) VALUE ZEROS.
       77 WRK-FIM PIC 9(08) VALUE ZEROS.
       77 WRK-PCT PIC 9(03)V99 VALUE ZEROS.
       77 WRK-PCT-ED PIC ZZ9,99 VALUE ZEROS.
       77 WRK-INICIO-ED PIC 9(04)/99/99 VALUE ZEROS.
       77 WRK-FIM-ED PIC 9(04)/99/99 VALUE ZEROS.
       77 WRK-INICIO-REAL-ED PIC 9(04)/99/99 VALUE ZEROS.
       77 WRK-FIM-REAL-ED PIC 9(04)/99/99 VALUE ZEROS.

      *CAMPOS CONFERIDOS CONTRA A IMAGEM EXIBIDA - NOME, POSICAO
      *INICIAL E TAMANHO: 1 A 2 DO REG-OBRA (OBRAMST.CPY), 3 A 8
      *DO REG-CRONOGRAMA (OBRACRON.CPY)
       01 CCR-CAMPOS-LITERAL.
           05 FILLER PIC X(21) VALUE 'OBRA-CLIENTE   005030'.
           05 FILLER PIC X(21) VALUE 'OBRA-ENDERECO  035030'.
           05 FILLER PIC X(21) VALUE 'CRO-DESCRICAO  007030'.
           05 FILLER PIC X(21) VALUE 'CRO-INICIO-PREV037008'.
           05 FILLER PIC X(21) VALUE 'CRO-FIM-PREV   045008'.
           05 FILLER PIC X(21) VALUE 'CRO-PCT-PREV   053005'.
           05 FILLER PIC X(21) VALUE 'CRO-INICIO-REAL058008'.
           05 FILLER PIC X(21) VALUE 'CRO-FIM-REAL   066008'.
       01 CCR-CAMPOS REDEFINES CCR-CAMPOS-LITERAL.
           05 CCR-CAMPO OCCURS 8 TIMES.
               10 CCR-CAMPO-NOME PIC X(15).
               10 CCR-CAMPO-INICIO PIC 9(03).
               10 CCR-CAMPO-TAM PIC 9(03).
           COPY 'RUNDATE.CPY'.

       PROCEDURE DIVISION.
               NOT INVALID KEY
                   MOVE 'S' TO WRK-OBRA-ACHADA
           END-READ.
           IF OBRA-CADASTRADA
               MOVE REG-OBRA TO CCR-IMAGEM-TELA
           ELSE
               MOVE SPACES TO CCR-IMAGEM-TELA
           END-IF.
           PERFORM MARCAR-IMAGEM-TELA THRU MARCAR-IMAGEM-TELA-EXIT.

           IF OBRA-CADASTRADA
               DISPLAY 'CLIENTE..: ' OBRA-CLIENTE
           END-IF.

       0003-PROCESSAR.
           DISPLAY 'OPCAO: I=INCLUIR  A=ALTERAR  C=CRONOGRAMA'.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE TRUE
               WHEN OPCAO-INCLUIR
                       DISPLAY 'CODIGO JA CADASTRADO - USE ALTERAR.'
                   ELSE
                       PERFORM ACEITAR-DADOS
                       PERFORM REVERIFICAR-OBRA
                           THRU REVERIFICAR-OBRA-EXIT
                   END-IF
                   IF NOT OBRA-CADASTRADA AND NOT CCR-HOUVE-COLISAO
                       MOVE WRK-CODIGO TO OBRA-CODIGO
                       MOVE WRK-CLIENTE TO OBRA-CLIENTE
                       MOVE WRK-ENDERECO TO OBRA-ENDERECO
                       WRITE REG-OBRA
                       PERFORM AUDITAR-OBRA
                       DISPLAY 'OBRA INCLUIDA.'
                   END-IF
               WHEN OPCAO-ALTERAR
                   IF OBRA-CADASTRADA
                       PERFORM ACEITAR-DADOS
                       PERFORM REVERIFICAR-OBRA
                           THRU REVERIFICAR-OBRA-EXIT
                   END-IF
                   IF OBRA-CADASTRADA AND NOT CCR-HOUVE-COLISAO
                       IF WRK-CLIENTE NOT = SPACES
                           MOVE WRK-CLIENTE TO OBRA-CLIENTE
                       END-IF
                           MOVE WRK-ENDERECO TO OBRA-ENDERECO
                       END-IF
                       REWRITE REG-OBRA
                       PERFORM AUDITAR-OBRA
                       DISPLAY 'OBRA ALTERADA.'
                   END-IF
                   IF NOT OBRA-CADASTRADA
                       DISPLAY 'CODIGO NAO CADASTRADO.'
                   END-IF
               WHEN OPCAO-CRONOGRAMA
                   IF OBRA-CADASTRADA
                       PERFORM MANTER-CRONOGRAMA
                           THRU MANTER-CRONOGRAMA-EXIT
                   ELSE
                       DISPLAY 'CODIGO NAO CADASTRADO.'
                   END-IF

       0004-FINALIZAR.
           CLOSE OBRA-MASTER.
           PERFORM FECHAR-AUDITORIA.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

      *----------------------------------------------------------*
       ACEITAR-DADOS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * MANTER-CRONOGRAMA                                         *
      * ETAPAS DA OBRA WRK-CODIGO NO OBRACRON: LISTA O CRONOGRAMA *
      * E REPETE AS OPCOES ATE O OPERADOR SAIR.                   *
      *----------------------------------------------------------*
       MANTER-CRONOGRAMA.
           OPEN I-O OBRA-CRONOGRAMA.
           IF CRO-NAO-ENCONTRADO
               OPEN OUTPUT OBRA-CRONOGRAMA
               CLOSE OBRA-CRONOGRAMA
               OPEN I-O OBRA-CRONOGRAMA
           END-IF.
           PERFORM LISTAR-CRONOGRAMA THRU LISTAR-CRONOGRAMA-EXIT.
           MOVE SPACES TO WRK-OPCAO-CRO.
           PERFORM TRATAR-OPCAO-CRONOGRAMA
               THRU TRATAR-OPCAO-CRONOGRAMA-EXIT
               UNTIL CRONO-SAIR.
           CLOSE OBRA-CRONOGRAMA.

       MANTER-CRONOGRAMA-EXIT.
           EXIT.

       TRATAR-OPCAO-CRONOGRAMA.
           DISPLAY 'CRONOGRAMA: L=LISTAR  E=INCLUIR/ALTERAR ETAPA  '
                   'R=DATAS REAIS  X=EXCLUIR ETAPA  S=SAIR'.
           ACCEPT WRK-OPCAO-CRO FROM CONSOLE.
           EVALUATE TRUE
               WHEN CRONO-LISTAR
                   PERFORM LISTAR-CRONOGRAMA
                       THRU LISTAR-CRONOGRAMA-EXIT
               WHEN CRONO-ETAPA
                   PERFORM MANTER-ETAPA THRU MANTER-ETAPA-EXIT
               WHEN CRONO-REAL
                   PERFORM LANCAR-DATAS-REAIS
                       THRU LANCAR-DATAS-REAIS-EXIT
               WHEN CRONO-EXCLUIR
                   PERFORM EXCLUIR-ETAPA THRU EXCLUIR-ETAPA-EXIT
               WHEN CRONO-SAIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

       TRATAR-OPCAO-CRONOGRAMA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LISTAR-CRONOGRAMA                                         *
      * UMA LINHA POR ETAPA DA OBRA: PREVISTO (INICIO, FIM E      *
      * PERCENTUAL ACUMULADO) E REALIZADO (ZERO = AINDA NAO).     *
      *----------------------------------------------------------*
       LISTAR-CRONOGRAMA.
           MOVE ZEROS TO WRK-QTD-ETAPAS.
           MOVE 'N' TO WRK-FIM-ETAPAS.
           MOVE WRK-CODIGO TO CRO-OBRA.
           MOVE ZEROS TO CRO-ETAPA.
           START OBRA-CRONOGRAMA KEY IS NOT < CRO-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ETAPAS
           END-START.
           DISPLAY 'ET DESCRICAO                      INICIO PREV  '
                   'FIM PREV    PCT   INICIO REAL FIM REAL'.
           PERFORM LISTAR-UMA-ETAPA THRU LISTAR-UMA-ETAPA-EXIT
               UNTIL FIM-ETAPAS.
           IF WRK-QTD-ETAPAS = ZEROS
               DISPLAY 'OBRA SEM CRONOGRAMA CADASTRADO.'
           END-IF.

       LISTAR-CRONOGRAMA-EXIT.
           EXIT.

       LISTAR-UMA-ETAPA.
           READ OBRA-CRONOGRAMA NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ETAPAS
                   GO TO LISTAR-UMA-ETAPA-EXIT
           END-READ.
           IF CRO-OBRA NOT = WRK-CODIGO
               MOVE 'S' TO WRK-FIM-ETAPAS
               GO TO LISTAR-UMA-ETAPA-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-ETAPAS.
           MOVE CRO-INICIO-PREV TO WRK-INICIO-ED.
           MOVE CRO-FIM-PREV TO WRK-FIM-ED.
           MOVE CRO-PCT-PREVISTO TO WRK-PCT-ED.
           MOVE CRO-INICIO-REAL TO WRK-INICIO-REAL-ED.
           MOVE CRO-FIM-REAL TO WRK-FIM-REAL-ED.
           DISPLAY CRO-ETAPA ' ' CRO-DESCRICAO ' ' WRK-INICIO-ED
                   ' ' WRK-FIM-ED ' ' WRK-PCT-ED ' '
                   WRK-INICIO-REAL-ED ' ' WRK-FIM-REAL-ED.

       LISTAR-UMA-ETAPA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LER-ETAPA                                                 *
      * ACEITA O NUMERO DA ETAPA (01 A 99, NA ORDEM DE EXECUCAO)  *
      * E LE O REGISTRO NO OBRACRON. ENTRADA-VALIDA = 'N' QUANDO  *
      * O NUMERO NAO SERVE.                                       *
      *----------------------------------------------------------*
       LER-ETAPA.
           MOVE 'N' TO WRK-ETAPA-ACHADA.
           DISPLAY 'NUMERO DA ETAPA (01 A 99, NA ORDEM DE EXECUCAO)'.
           ACCEPT WRK-ENT FROM CONSOLE.
           CALL 'VALIDNUM' USING WRK-ENT WRK-ENTRADA-VALIDA.
           IF NOT ENTRADA-VALIDA
               DISPLAY 'ENTRADA INVALIDA.'
               GO TO LER-ETAPA-EXIT
           END-IF.
           MOVE FUNCTION TRIM(WRK-ENT) TO WRK-NUM.
           IF WRK-NUM = ZEROS OR WRK-NUM > 99
               DISPLAY 'ETAPA DEVE SER DE 01 A 99.'
               MOVE 'N' TO WRK-ENTRADA-VALIDA
               GO TO LER-ETAPA-EXIT
           END-IF.
           MOVE WRK-NUM TO WRK-ETAPA.
           MOVE WRK-CODIGO TO CRO-OBRA.
           MOVE WRK-ETAPA TO CRO-ETAPA.
           READ OBRA-CRONOGRAMA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-ETAPA-ACHADA
           END-READ.
           IF ETAPA-CADASTRADA
               MOVE REG-CRONOGRAMA TO CCR-IMAGEM-TELA
           ELSE
               MOVE SPACES TO CCR-IMAGEM-TELA
           END-IF.
           PERFORM MARCAR-IMAGEM-TELA THRU MARCAR-IMAGEM-TELA-EXIT.

       LER-ETAPA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ACEITAR-DATA                                              *
      * DATA AAAAMMDD EM WRK-DATA. BRANCO DEVOLVE 99999999 (O     *
      * CHAMADOR MANTEM O VALOR ATUAL); ZERO DEVOLVE ZERO.        *
      *----------------------------------------------------------*
       ACEITAR-DATA.
           MOVE ZEROS TO WRK-DATA.
           ACCEPT WRK-ENT FROM CONSOLE.
           IF WRK-ENT = SPACES
               MOVE 99999999 TO WRK-DATA
               MOVE 'S' TO WRK-ENTRADA-VALIDA
               GO TO ACEITAR-DATA-EXIT
           END-IF.
           CALL 'VALIDNUM' USING WRK-ENT WRK-ENTRADA-VALIDA.
           IF NOT ENTRADA-VALIDA
               DISPLAY 'DATA INVALIDA - NADA FOI ALTERADO.'
               GO TO ACEITAR-DATA-EXIT
           END-IF.
           MOVE FUNCTION TRIM(WRK-ENT) TO WRK-NUM.
           IF WRK-NUM > 99999999
               DISPLAY 'DATA INVALIDA - NADA FOI ALTERADO.'
               MOVE 'N' TO WRK-ENTRADA-VALIDA
               GO TO ACEITAR-DATA-EXIT
           END-IF.
           MOVE WRK-NUM TO WRK-DATA.
           IF WRK-DATA NOT = ZEROS
               AND FUNCTION TEST-DATE-YYYYMMDD(WRK-DATA) NOT = ZEROS
               DISPLAY 'DATA INVALIDA - NADA FOI ALTERADO.'
               MOVE 'N' TO WRK-ENTRADA-VALIDA
           END-IF.

       ACEITAR-DATA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * MANTER-ETAPA                                              *
      * INCLUI OU ALTERA O PREVISTO DE UMA ETAPA: DESCRICAO,      *
      * INICIO E FIM PREVISTOS E PERCENTUAL CONCLUIDO ACUMULADO   *
      * PREVISTO AO FIM DA ETAPA (EM BRANCO MANTEM NA ALTERACAO). *
      *----------------------------------------------------------*
       MANTER-ETAPA.
           PERFORM LER-ETAPA THRU LER-ETAPA-EXIT.
           IF NOT ENTRADA-VALIDA
               GO TO MANTER-ETAPA-EXIT
           END-IF.
           IF ETAPA-CADASTRADA
               MOVE CRO-DESCRICAO TO WRK-DESCRICAO
               MOVE CRO-INICIO-PREV TO WRK-INICIO
               MOVE CRO-FIM-PREV TO WRK-FIM
               MOVE CRO-PCT-PREVISTO TO WRK-PCT
               DISPLAY 'ETAPA ' WRK-ETAPA ' - ' CRO-DESCRICAO
           ELSE
               MOVE SPACES TO WRK-DESCRICAO
               MOVE ZEROS TO WRK-INICIO
               MOVE ZEROS TO WRK-FIM
               MOVE ZEROS TO WRK-PCT
               MOVE ZEROS TO CRO-INICIO-REAL
               MOVE ZEROS TO CRO-FIM-REAL
               DISPLAY 'ETAPA NOVA.'
           END-IF.

           DISPLAY 'DESCRICAO DA ETAPA (EX.: FUNDACAO, ESTRUTURA)'.
           MOVE SPACES TO WRK-DESCRICAO-NOVA.
           ACCEPT WRK-DESCRICAO-NOVA FROM CONSOLE.
           IF WRK-DESCRICAO-NOVA NOT = SPACES
               MOVE WRK-DESCRICAO-NOVA TO WRK-DESCRICAO
           END-IF.

           DISPLAY 'INICIO PREVISTO (AAAAMMDD, BRANCO MANTEM)'.
           PERFORM ACEITAR-DATA THRU ACEITAR-DATA-EXIT.
           IF NOT ENTRADA-VALIDA
               GO TO MANTER-ETAPA-EXIT
           END-IF.
           IF WRK-DATA NOT = 99999999
               MOVE WRK-DATA TO WRK-INICIO
           END-IF.
           DISPLAY 'FIM PREVISTO (AAAAMMDD, BRANCO MANTEM)'.
           PERFORM ACEITAR-DATA THRU ACEITAR-DATA-EXIT.
           IF NOT ENTRADA-VALIDA
               GO TO MANTER-ETAPA-EXIT
           END-IF.
           IF WRK-DATA NOT = 99999999
               MOVE WRK-DATA TO WRK-FIM
           END-IF.

           DISPLAY 'PERCENTUAL CONCLUIDO PREVISTO AO FIM DA ETAPA '
                   '(SOMENTE DIGITOS, CENTESIMOS NAS 2 ULTIMAS; '
                   'BRANCO MANTEM)'.
           ACCEPT WRK-ENT FROM CONSOLE.
           IF WRK-ENT NOT = SPACES
               CALL 'VALIDNUM' USING WRK-ENT WRK-ENTRADA-VALIDA
               IF NOT ENTRADA-VALIDA
                   DISPLAY 'ENTRADA INVALIDA - NADA FOI ALTERADO.'
                   GO TO MANTER-ETAPA-EXIT
               END-IF
               MOVE FUNCTION TRIM(WRK-ENT) TO WRK-NUM
               IF WRK-NUM > 10000
                   DISPLAY 'PERCENTUAL ACIMA DE 100% - NADA FOI '
                           'ALTERADO.'
                   GO TO MANTER-ETAPA-EXIT
               END-IF
               COMPUTE WRK-PCT = WRK-NUM / 100
           END-IF.

           IF WRK-DESCRICAO = SPACES
               OR WRK-INICIO = ZEROS OR WRK-FIM = ZEROS
               DISPLAY 'ETAPA INCOMPLETA (DESCRICAO, INICIO E FIM '
                       'PREVISTOS) - NADA FOI GRAVADO.'
               GO TO MANTER-ETAPA-EXIT
           END-IF.
           IF WRK-FIM < WRK-INICIO
               DISPLAY 'FIM PREVISTO ANTES DO INICIO - NADA FOI '
                       'GRAVADO.'
               GO TO MANTER-ETAPA-EXIT
           END-IF.

           PERFORM REVERIFICAR-ETAPA THRU REVERIFICAR-ETAPA-EXIT.
           IF CCR-HOUVE-COLISAO
               GO TO MANTER-ETAPA-EXIT
           END-IF.
           IF NOT ETAPA-CADASTRADA
               MOVE ZEROS TO CRO-INICIO-REAL
               MOVE ZEROS TO CRO-FIM-REAL
           END-IF.
           MOVE WRK-CODIGO TO CRO-OBRA.
           MOVE WRK-ETAPA TO CRO-ETAPA.
           MOVE WRK-DESCRICAO TO CRO-DESCRICAO.
           MOVE WRK-INICIO TO CRO-INICIO-PREV.
           MOVE WRK-FIM TO CRO-FIM-PREV.
           MOVE WRK-PCT TO CRO-PCT-PREVISTO.
           IF ETAPA-CADASTRADA
               REWRITE REG-CRONOGRAMA
               DISPLAY 'ETAPA ALTERADA.'
           ELSE
               WRITE REG-CRONOGRAMA
               DISPLAY 'ETAPA INCLUIDA.'
           END-IF.
           PERFORM AUDITAR-ETAPA.

       MANTER-ETAPA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LANCAR-DATAS-REAIS                                        *
      * INICIO E FIM REAIS DE UMA ETAPA JA CADASTRADA (BRANCO     *
      * MANTEM, ZERO LIMPA). NENHUMA DATA DEPOIS DE HOJE; O FIM   *
      * REAL EXIGE O INICIO REAL E NAO PODE SER ANTERIOR A ELE.   *
      *----------------------------------------------------------*
       LANCAR-DATAS-REAIS.
           PERFORM LER-ETAPA THRU LER-ETAPA-EXIT.
           IF NOT ENTRADA-VALIDA
               GO TO LANCAR-DATAS-REAIS-EXIT
           END-IF.
           IF NOT ETAPA-CADASTRADA
               DISPLAY 'ETAPA NAO CADASTRADA - INCLUA PELA OPCAO E.'
               GO TO LANCAR-DATAS-REAIS-EXIT
           END-IF.
           MOVE CRO-INICIO-PREV TO WRK-INICIO-ED.
           MOVE CRO-FIM-PREV TO WRK-FIM-ED.
           DISPLAY 'ETAPA ' WRK-ETAPA ' - ' CRO-DESCRICAO
                   ' PREVISTO ' WRK-INICIO-ED ' A ' WRK-FIM-ED.
           MOVE CRO-INICIO-REAL TO WRK-INICIO.
           MOVE CRO-FIM-REAL TO WRK-FIM.

           DISPLAY 'INICIO REAL (AAAAMMDD, BRANCO MANTEM, ZERO '
                   'LIMPA)'.
           PERFORM ACEITAR-DATA THRU ACEITAR-DATA-EXIT.
           IF NOT ENTRADA-VALIDA
               GO TO LANCAR-DATAS-REAIS-EXIT
           END-IF.
           IF WRK-DATA NOT = 99999999
               MOVE WRK-DATA TO WRK-INICIO
           END-IF.
           DISPLAY 'FIM REAL (AAAAMMDD, BRANCO MANTEM, ZERO LIMPA)'.
           PERFORM ACEITAR-DATA THRU ACEITAR-DATA-EXIT.
           IF NOT ENTRADA-VALIDA
               GO TO LANCAR-DATAS-REAIS-EXIT
           END-IF.
           IF WRK-DATA NOT = 99999999
               MOVE WRK-DATA TO WRK-FIM
           END-IF.

           IF WRK-INICIO > RUNDATE-HOJE OR WRK-FIM > RUNDATE-HOJE
               DISPLAY 'DATA REAL POSTERIOR A HOJE - NADA FOI '
                       'ALTERADO.'
               GO TO LANCAR-DATAS-REAIS-EXIT
           END-IF.
           IF WRK-FIM NOT = ZEROS
               AND (WRK-INICIO = ZEROS OR WRK-FIM < WRK-INICIO)
               DISPLAY 'FIM REAL SEM INICIO OU ANTES DO INICIO - '
                       'NADA FOI ALTERADO.'
               GO TO LANCAR-DATAS-REAIS-EXIT
           END-IF.

           PERFORM REVERIFICAR-ETAPA THRU REVERIFICAR-ETAPA-EXIT.
           IF CCR-HOUVE-COLISAO
               GO TO LANCAR-DATAS-REAIS-EXIT
           END-IF.
           MOVE WRK-INICIO TO CRO-INICIO-REAL.
           MOVE WRK-FIM TO CRO-FIM-REAL.
           REWRITE REG-CRONOGRAMA.
           PERFORM AUDITAR-ETAPA.
           DISPLAY 'DATAS REAIS GRAVADAS.'.

       LANCAR-DATAS-REAIS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * EXCLUIR-ETAPA                                             *
      * EXCLUI UMA ETAPA AINDA NAO INICIADA, COM CONFIRMACAO.     *
      *----------------------------------------------------------*
       EXCLUIR-ETAPA.
           PERFORM LER-ETAPA THRU LER-ETAPA-EXIT.
           IF NOT ENTRADA-VALIDA
               GO TO EXCLUIR-ETAPA-EXIT
           END-IF.
           IF NOT ETAPA-CADASTRADA
               DISPLAY 'ETAPA NAO CADASTRADA.'
               GO TO EXCLUIR-ETAPA-EXIT
           END-IF.
           IF CRO-INICIO-REAL NOT = ZEROS
               DISPLAY 'ETAPA JA INICIADA - LIMPE AS DATAS REAIS '
                       'ANTES DE EXCLUIR.'
               GO TO EXCLUIR-ETAPA-EXIT
           END-IF.
           DISPLAY 'EXCLUIR A ETAPA ' WRK-ETAPA ' - ' CRO-DESCRICAO
                   '? (S/N)'.
           MOVE SPACES TO WRK-OPCAO.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           IF WRK-OPCAO NOT = 'S'
               DISPLAY 'EXCLUSAO CANCELADA.'
               GO TO EXCLUIR-ETAPA-EXIT
           END-IF.
           PERFORM REVERIFICAR-ETAPA THRU REVERIFICAR-ETAPA-EXIT.
           IF CCR-HOUVE-COLISAO
               GO TO EXCLUIR-ETAPA-EXIT
           END-IF.
           DELETE OBRA-CRONOGRAMA RECORD.
           PERFORM AUDITAR-ETAPA.
           DISPLAY 'ETAPA EXCLUIDA.'.

       EXCLUIR-ETAPA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * REVERIFICAR-OBRA                                          *
      * RELE A OBRA ANTES DE GRAVAR E CONFERE COM A IMAGEM        *
      * EXIBIDA. COM CCR-HOUVE-COLISAO (OBRA ALTERADA OU INCLUIDA *
      * POR OUTRA SESSAO) NADA E GRAVADO.                         *
      *----------------------------------------------------------*
       REVERIFICAR-OBRA.
           MOVE WRK-CODIGO TO OBRA-CODIGO.
           READ OBRA-MASTER
               INVALID KEY
                   MOVE SPACES TO CCR-IMAGEM-ATUAL
               NOT INVALID KEY
                   MOVE REG-OBRA TO CCR-IMAGEM-ATUAL
           END-READ.
           MOVE WRK-CODIGO TO CCR-WS-CHAVE.
           MOVE 'OBRA-CODIGO' TO CCR-WS-CAMPO-CHAVE.
           MOVE 1 TO CCR-WS-PRIMEIRO.
           MOVE 2 TO CCR-WS-ULTIMO.
           PERFORM CONFERIR-CONCORRENCIA
               THRU CONFERIR-CONCORRENCIA-EXIT.

       REVERIFICAR-OBRA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * REVERIFICAR-ETAPA                                         *
      * RELE A ETAPA (OBRA + ETAPA) ANTES DE GRAVAR OU EXCLUIR E  *
      * CONFERE COM A IMAGEM EXIBIDA EM LER-ETAPA.                *
      *----------------------------------------------------------*
       REVERIFICAR-ETAPA.
           MOVE WRK-CODIGO TO CRO-OBRA.
           MOVE WRK-ETAPA TO CRO-ETAPA.
           READ OBRA-CRONOGRAMA
               INVALID KEY
                   MOVE SPACES TO CCR-IMAGEM-ATUAL
               NOT INVALID KEY
                   MOVE REG-CRONOGRAMA TO CCR-IMAGEM-ATUAL
           END-READ.
           MOVE WRK-CODIGO TO CRO-OBRA.
           MOVE WRK-ETAPA TO CRO-ETAPA.
           MOVE CRO-CHAVE TO CCR-WS-CHAVE.
           MOVE 'CRO-CHAVE' TO CCR-WS-CAMPO-CHAVE.
           MOVE 3 TO CCR-WS-PRIMEIRO.
           MOVE 8 TO CCR-WS-ULTIMO.
           PERFORM CONFERIR-CONCORRENCIA
               THRU CONFERIR-CONCORRENCIA-EXIT.

       REVERIFICAR-ETAPA-EXIT.
           EXIT.

       AUDITAR-OBRA.
           MOVE 'OBRA-CODIGO' TO AUD-CAMPO.
           MOVE WRK-CODIGO TO AUD-VALOR.
           PERFORM GRAVAR-AUDITORIA.

       AUDITAR-OBRA-EXIT.
           EXIT.

       AUDITAR-ETAPA.
           MOVE WRK-CODIGO TO CRO-OBRA.
           MOVE WRK-ETAPA TO CRO-ETAPA.
           MOVE 'CRO-CHAVE' TO AUD-CAMPO.
           MOVE CRO-CHAVE TO AUD-VALOR.
           PERFORM GRAVAR-AUDITORIA.

       AUDITAR-ETAPA-EXIT.
           EXIT.

           COPY 'RUNDATEP.CPY'.
           COPY 'AUDITPRC.CPY' REPLACING ==AUD-PROGRAM-ID==
               BY =='PROGCOB11M'==.
           COPY 'CONCORP.CPY' REPLACING ==CCR-PROGRAM-ID==
               BY =='PROGCOB11M'==.
