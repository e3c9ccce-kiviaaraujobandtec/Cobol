      *07/03/22 KA NOVA SECAO DE COMPRAS NA LOJA: LISTA OS DIAS
      *DE COMPRA DO CLIENTE NO HISTORICO CLICOMP (ALIMENTADO
      *PELO PROGCOB15 A PARTIR DO CPF DO COMPRADOR NAS VENDAS)
      *24/04/22 KA NOVA SECAO DE HISTORICO DE COBRANCA: LISTA AS
      *CARTAS DA REGUA DE COBRANCA (PROGCOB15S) ENVIADAS AO
      *CLIENTE, REGISTRADAS NO COBRHIST
      *04/05/22 KA CONTAS CONJUNTAS: A CONTA DO CLIENTE COM
      *COTITULARES (COTITUL) MOSTRA A MODALIDADE E A PARTE DELE,
      *E AS CONTAS EM QUE O CPF E COTITULAR PASSAM A SER
      *LISTADAS COM O PRIMEIRO TITULAR E A PARTE DO CLIENTE
      *16/05/22 KA NOVA SECAO DE ALUNOS E MENSALIDADES: LISTA OS
      *ALUNOS CUJO RESPONSAVEL FINANCEIRO E O CPF (ALUN-CPF-RESP
      *NO ALUNMST) E AS MENSALIDADES DE CADA UM NO MENSAL
      *01/06/22 KA NOVA SECAO DE CONTATOS DO CLIENTE: OS 10
      *CONTATOS MAIS RECENTES DO HISTORICO CLICONT (LIGACOES,
      *VISITAS E E-MAILS REGISTRADOS NO CONTMNT) E QUANTOS AINDA
      *AGUARDAM RETORNO
      *03/06/22 KA NOVA SECAO DE PONTOS DE FIDELIDADE: SALDO,
      *TOTAIS DESDE A ADESAO (PONTSALD) E O PROXIMO VENCIMENTO
      *DE PONTOS, TIRADO DOS GANHOS EM ABERTO NO PONTMOV
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS CCOMP-CHAVE
               FILE STATUS IS WRK-CCOMP-STATUS.

           SELECT COBRANCA-HISTORICO ASSIGN TO "COBRHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COBR-CHAVE
               FILE STATUS IS WRK-COBR-STATUS.

           SELECT COTITULARES ASSIGN TO "COTITUL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COT-CHAVE
               ALTERNATE RECORD KEY IS COT-CPF
                   WITH DUPLICATES
               FILE STATUS IS COT-WS-STATUS.

           SELECT ALUNO-MASTER ASSIGN TO "ALUNMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALUN-MATRICULA
               FILE STATUS IS WRK-ALUN-STATUS.

           SELECT MENSALIDADES ASSIGN TO "MENSAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MENS-CHAVE
               FILE STATUS IS WRK-MENS-STATUS.

           SELECT CONTATOS-CLIENTE ASSIGN TO "CLICONT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTT-CHAVE
               FILE STATUS IS WRK-CTT-STATUS.

           SELECT PONTOS-SALDO ASSIGN TO "PONTSALD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTS-CPF
               FILE STATUS IS WRK-PTS-STATUS.

           SELECT PONTOS-MOVIMENTOS ASSIGN TO "PONTMOV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTM-CHAVE
               FILE STATUS IS WRK-PTM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CADASTRO-CLIENTE.
       FD  COMPRAS-CLIENTE.
           COPY 'CLICOMP.CPY'.

       FD  COBRANCA-HISTORICO.
           COPY 'COBRHIST.CPY'.

       FD  COTITULARES.
           COPY 'COTITUL.CPY'.

       FD  ALUNO-MASTER.
           COPY 'ALUNMST.CPY'.

       FD  MENSALIDADES.
           COPY 'MENSAL.CPY'.

       FD  CONTATOS-CLIENTE.
           COPY 'CLICONT.CPY'.

       FD  PONTOS-SALDO.
           COPY 'PONTSALD.CPY'.

       FD  PONTOS-MOVIMENTOS.
           COPY 'PONTMOV.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'AUDITWS.CPY'.
           COPY 'COTITW.CPY'.
       77 WRK-CPF-ENT PIC X(11) VALUE SPACES.
       77 WRK-CPF PIC 9(11) VALUE ZEROS.
       77 WRK-CPF-ED PIC *********/99 VALUE ZEROS.
           COPY 'MONEYS.CPY' REPLACING ==MONEY-FIELD-NAME==
               BY ==WRK-SALDO-ED==.

      *CONTAS CONJUNTAS (COTITUL)
       77 WRK-IND-CONTA PIC 9(03) VALUE ZEROS.
       77 WRK-MODALIDADE PIC X(13) VALUE SPACES.
       77 WRK-PARTE-ED PIC ZZ9,99 VALUE ZEROS.
       77 WRK-TITULAR-ED PIC *********/99 VALUE ZEROS.

      *SECAO DE COMPRAS NA LOJA (HISTORICO CLICOMP)
       77 WRK-CCOMP-STATUS PIC X(02) VALUE ZEROS.
           88 CCOMP-OK VALUE '00'.
           COPY 'MONEYS.CPY' REPLACING ==MONEY-FIELD-NAME==
               BY ==WRK-COMPRA-ED==.

      *SECAO DE HISTORICO DE COBRANCA (COBRHIST)
       77 WRK-COBR-STATUS PIC X(02) VALUE ZEROS.
           88 COBR-OK VALUE '00'.
           88 COBR-FIM VALUE '10'.
           88 COBR-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-QTD-CARTAS PIC 9(05) VALUE ZEROS.
       77 WRK-COBR-DATA-ED PIC 9(04)/99/99 VALUE ZEROS.
       77 WRK-COBR-VENC-ED PIC 9(04)/99/99 VALUE ZEROS.
       77 WRK-COBR-NIVEL-DESC PIC X(18) VALUE SPACES.
           COPY 'MONEY.CPY' REPLACING ==MONEY-FIELD-NAME==
               BY ==WRK-COBR-SALDO-ED==.

      *SECAO DE ALUNOS E MENSALIDADES (ALUNMST E MENSAL)
       77 WRK-ALUN-STATUS PIC X(02) VALUE ZEROS.
           88 ALUN-OK VALUE '00'.
           88 ALUN-FIM VALUE '10'.
           88 ALUN-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-MENS-STATUS PIC X(02) VALUE ZEROS.
           88 MENS-OK VALUE '00'.
           88 MENS-FIM VALUE '10'.
           88 MENS-NAO-ENCONTRADA VALUE '23' '35'.
       77 WRK-MENS-ABERTO PIC X(01) VALUE 'N'.
           88 MENSAL-ABERTO VALUE 'S'.
       77 WRK-QTD-ALUNOS PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-MENS-ABERTAS PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-MENS-ABERTO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-MENS-VENC-ED PIC 9(04)/99/99 VALUE ZEROS.
       77 WRK-MENS-SITUACAO PIC X(06) VALUE SPACES.
           COPY 'MONEY.CPY' REPLACING ==MONEY-FIELD-NAME==
               BY ==WRK-MENS-VALOR-ED==.

      *SECAO DE CONTATOS DO CLIENTE (CLICONT) - OS 10 MAIS
      *RECENTES CIRCULAM NA TABELA COMO NA SECAO DE AUDITORIA
       77 WRK-CTT-STATUS PIC X(02) VALUE ZEROS.
           88 CTT-ARQ-OK VALUE '00'.
           88 CTT-FIM VALUE '10'.
           88 CTT-ARQ-AUSENTE VALUE '23' '35'.
       77 WRK-CTT-QTD PIC 9(02) VALUE ZEROS.
       77 WRK-CTT-PROX PIC 9(02) VALUE ZEROS.
       77 WRK-CTT-IND PIC 9(02) VALUE ZEROS.
       77 WRK-CTT-VOLTAS PIC 9(02) VALUE ZEROS.
       77 WRK-CTT-TOTAL PIC 9(05) VALUE ZEROS.
       77 WRK-CTT-ABERTOS PIC 9(05) VALUE ZEROS.
       77 WRK-CTT-DATA-ED PIC 9(04)/99/99 VALUE ZEROS.
       01 TAB-CONTATOS.
           05 TAB-CTT-LINHA OCCURS 10 TIMES.
               10 TAB-CTT-DATA     PIC 9(08).
               10 TAB-CTT-CANAL    PIC X(01).
               10 TAB-CTT-ASSUNTO  PIC X(03).
               10 TAB-CTT-OPERADOR PIC X(08).
               10 TAB-CTT-SITUACAO PIC X(01).
               10 TAB-CTT-TEXTO    PIC X(60).

      *SECAO DE PONTOS DE FIDELIDADE (PONTSALD E PONTMOV) - O
      *PROXIMO VENCIMENTO E A MENOR VALIDADE ENTRE OS GANHOS QUE
      *AINDA TEM SALDO; OS PONTOS DESSES GANHOS SAO SOMADOS
       77 WRK-PTS-STATUS PIC X(02) VALUE ZEROS.
           88 PTS-ARQ-OK VALUE '00'.
           88 PTS-ARQ-AUSENTE VALUE '23' '35'.
       77 WRK-PTM-STATUS PIC X(02) VALUE ZEROS.
           88 PTM-ARQ-OK VALUE '00'.
           88 PTM-FIM VALUE '10'.
           88 PTM-ARQ-AUSENTE VALUE '23' '35'.
       77 WRK-PTS-ADESAO-ED PIC 9(04)/99/99 VALUE ZEROS.
       77 WRK-PTS-PROX-VALIDADE PIC 9(06) VALUE ZEROS.
       77 WRK-PTS-PROX-PONTOS PIC 9(09) VALUE ZEROS.
       77 WRK-PTS-VALIDADE-ED PIC 9(04)/99 VALUE ZEROS.

      *AS ULTIMAS ENTRADAS DO AUDIT-TRAIL COM O CPF DO CLIENTE
      *CIRCULAM NESTA TABELA; AO FINAL ELA CONTEM AS 10 MAIS
      *RECENTES, IMPRESSAS NA ORDEM EM QUE FORAM GRAVADAS
           IF CLIENTE-ENCONTRADO
               PERFORM 0003-LISTAR-CONTAS
               PERFORM 0006-LISTAR-COMPRAS
               PERFORM 0007-LISTAR-COBRANCA
               PERFORM 0009-LISTAR-ALUNOS
               PERFORM 0010-LISTAR-CONTATOS
               PERFORM 0011-LISTAR-PONTOS
               PERFORM 0004-LISTAR-AUDITORIA
           END-IF.
           PERFORM 0005-FINALIZAR.
                       SET LEDGER-FIM TO TRUE
               END-READ
               PERFORM LISTAR-CONTA-CLIENTE UNTIL LEDGER-FIM
               PERFORM 0008-LISTAR-CONTAS-CONJUNTAS
               CLOSE INVESTIMENTO-LEDGER
           END-IF.
           PERFORM FECHAR-COTITULARES.
           IF WRK-TOTAL-CONTAS = ZEROS
               DISPLAY 'NENHUMA CONTA VINCULADA A ESTE CPF.'
           END-IF.
               DISPLAY 'NENHUMA COMPRA REGISTRADA PARA ESTE CPF.'
           END-IF.

       0007-LISTAR-COBRANCA.
           DISPLAY '========= HISTORICO DE COBRANCA ==========='.
           OPEN INPUT COBRANCA-HISTORICO.
           IF COBR-NAO-ENCONTRADO
               DISPLAY 'HISTORICO DE COBRANCA (COBRHIST) INEXISTENTE.'
           ELSE
               MOVE WRK-CPF TO COBR-CPF
               MOVE ZEROS TO COBR-VENC-REF
               MOVE ZEROS TO COBR-NIVEL
               START COBRANCA-HISTORICO KEY IS NOT < COBR-CHAVE
                   INVALID KEY
                       SET COBR-FIM TO TRUE
               END-START
               IF NOT COBR-FIM
                   READ COBRANCA-HISTORICO NEXT RECORD
                       AT END
                           SET COBR-FIM TO TRUE
                   END-READ
               END-IF
               PERFORM LISTAR-CARTA-COBRANCA UNTIL COBR-FIM
               CLOSE COBRANCA-HISTORICO
           END-IF.
           IF WRK-QTD-CARTAS = ZEROS
               DISPLAY 'NENHUMA CARTA DE COBRANCA PARA ESTE CPF.'
           END-IF.

       0008-LISTAR-CONTAS-CONJUNTAS.
           MOVE WRK-CPF TO COT-WS-CPF.
           PERFORM LISTAR-CONTAS-COTITULAR
               THRU LISTAR-CONTAS-COTITULAR-EXIT.
           IF COT-WS-QTD-CONTAS > ZEROS
               DISPLAY '------- CONTAS EM QUE E COTITULAR --------'
               PERFORM LISTAR-CONTA-COTITULAR
                   THRU LISTAR-CONTA-COTITULAR-EXIT
                   VARYING WRK-IND-CONTA FROM 1 BY 1
                   UNTIL WRK-IND-CONTA > COT-WS-QTD-CONTAS
           END-IF.

       0009-LISTAR-ALUNOS.
           DISPLAY '========= ALUNOS E MENSALIDADES =========='.
           OPEN INPUT ALUNO-MASTER.
           IF ALUN-NAO-ENCONTRADO
               DISPLAY 'CADASTRO DE ALUNOS (ALUNMST) INEXISTENTE.'
           ELSE
               OPEN INPUT MENSALIDADES
               IF NOT MENS-NAO-ENCONTRADA
                   SET MENSAL-ABERTO TO TRUE
               END-IF
               READ ALUNO-MASTER NEXT RECORD
                   AT END
                       SET ALUN-FIM TO TRUE
               END-READ
               PERFORM LISTAR-ALUNO-RESPONSAVEL UNTIL ALUN-FIM
               IF MENSAL-ABERTO
                   CLOSE MENSALIDADES
               END-IF
               CLOSE ALUNO-MASTER
           END-IF.
           IF WRK-QTD-ALUNOS = ZEROS
               DISPLAY 'NENHUM ALUNO COM ESTE CPF DE RESPONSAVEL.'
           ELSE
               MOVE WRK-TOTAL-MENS-ABERTO TO WRK-MENS-VALOR-ED
               DISPLAY 'MENSALIDADES EM ABERTO: ' WRK-QTD-MENS-ABERTAS
                       ' VALOR ' WRK-MENS-VALOR-ED
           END-IF.

       0010-LISTAR-CONTATOS.
           DISPLAY '========= CONTATOS DO CLIENTE ============'.
           OPEN INPUT CONTATOS-CLIENTE.
           IF CTT-ARQ-AUSENTE
               DISPLAY 'HISTORICO DE CONTATOS (CLICONT) INEXISTENTE.'
           ELSE
               MOVE WRK-CPF TO CTT-CPF
               MOVE ZEROS TO CTT-DATA
               MOVE ZEROS TO CTT-HORA
               START CONTATOS-CLIENTE KEY IS NOT < CTT-CHAVE
                   INVALID KEY
                       SET CTT-FIM TO TRUE
               END-START
               IF NOT CTT-FIM
                   READ CONTATOS-CLIENTE NEXT RECORD
                       AT END
                           SET CTT-FIM TO TRUE
                   END-READ
               END-IF
               PERFORM GUARDAR-CONTATO UNTIL CTT-FIM
               CLOSE CONTATOS-CLIENTE
               PERFORM IMPRIMIR-CONTATOS-GUARDADOS
           END-IF.
           IF WRK-CTT-TOTAL = ZEROS
               DISPLAY 'NENHUM CONTATO REGISTRADO PARA ESTE CPF.'
           ELSE
               DISPLAY 'CONTATOS: ' WRK-CTT-TOTAL
                       '  AGUARDANDO RETORNO: ' WRK-CTT-ABERTOS
           END-IF.

       0011-LISTAR-PONTOS.
           DISPLAY '========= PONTOS DE FIDELIDADE ============'.
           OPEN INPUT PONTOS-SALDO.
           IF PTS-ARQ-AUSENTE
               DISPLAY 'SALDO DE PONTOS (PONTSALD) INEXISTENTE.'
           ELSE
               MOVE WRK-CPF TO PTS-CPF
               READ PONTOS-SALDO
                   INVALID KEY
                       SET PTS-ARQ-AUSENTE TO TRUE
               END-READ
               CLOSE PONTOS-SALDO
               IF PTS-ARQ-AUSENTE
                   DISPLAY 'CLIENTE NAO PARTICIPA DO PROGRAMA.'
               ELSE
                   PERFORM MOSTRAR-SALDO-PONTOS
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * LISTAR-CONTA-CLIENTE                                      *
      * IMPRIME A CONTA CORRENTE DO LEDGER SE ELA PERTENCE AO     *
               DISPLAY 'CONTA ' LEDGER-CONTA
                       '  PRODUTO ' LEDGER-TIPO-PROD
                       '  SALDO ' WRK-SALDO-ED
               MOVE LEDGER-CONTA TO COT-WS-CONTA
               MOVE LEDGER-CPF TO COT-WS-CPF-TITULAR
               MOVE WRK-CPF TO COT-WS-CPF
               PERFORM CARREGAR-COTITULARES
               IF NOT COT-WS-INDIVIDUAL
                   PERFORM MOSTRAR-MODALIDADE
                   DISPLAY '      ' WRK-MODALIDADE
                           '  PARTE DO TITULAR ' WRK-PARTE-ED '%'
                           '  COTITULARES ' COT-WS-QTD
               END-IF
           END-IF.
           READ INVESTIMENTO-LEDGER NEXT RECORD
               AT END
       LISTAR-CONTA-CLIENTE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LISTAR-CONTA-COTITULAR                                    *
      * IMPRIME A CONTA EM QUE O CPF CONSULTADO E COTITULAR, COM  *
      * O PRIMEIRO TITULAR, A MODALIDADE E A PARTE DO CLIENTE.    *
      *----------------------------------------------------------*
       LISTAR-CONTA-COTITULAR.
           MOVE COT-WS-CONTA-COT(WRK-IND-CONTA) TO LEDGER-CONTA.
           READ INVESTIMENTO-LEDGER
               INVALID KEY
                   GO TO LISTAR-CONTA-COTITULAR-EXIT
           END-READ.
           ADD 1 TO WRK-TOTAL-CONTAS.
           MOVE LEDGER-CONTA TO COT-WS-CONTA.
           MOVE LEDGER-CPF TO COT-WS-CPF-TITULAR.
           MOVE WRK-CPF TO COT-WS-CPF.
           PERFORM CARREGAR-COTITULARES.
           PERFORM MOSTRAR-MODALIDADE.
           MOVE LEDGER-SALDO TO WRK-SALDO-ED.
           MOVE LEDGER-CPF TO WRK-TITULAR-ED.
           DISPLAY 'CONTA ' LEDGER-CONTA
                   '  PRODUTO ' LEDGER-TIPO-PROD
                   '  SALDO ' WRK-SALDO-ED.
           DISPLAY '      ' WRK-MODALIDADE
                   '  TITULAR ' WRK-TITULAR-ED
                   '  PARTE ' WRK-PARTE-ED '%'.

       LISTAR-CONTA-COTITULAR-EXIT.
           EXIT.

       MOSTRAR-MODALIDADE.
           IF COT-WS-CONJUNTA-E
               MOVE 'CONJUNTA E' TO WRK-MODALIDADE
           ELSE
               MOVE 'CONJUNTA E/OU' TO WRK-MODALIDADE
           END-IF.
           MOVE COT-WS-PARTICIPACAO TO WRK-PARTE-ED.

       MOSTRAR-MODALIDADE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LISTAR-DIA-COMPRA                                         *
      * IMPRIME O DIA DE COMPRA CORRENTE DO HISTORICO CLICOMP E   *
       LISTAR-DIA-COMPRA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LISTAR-CARTA-COBRANCA                                     *
      * IMPRIME A CARTA DE COBRANCA CORRENTE DO COBRHIST E        *
      * AVANCA; A LISTAGEM TERMINA QUANDO O CPF MUDA.             *
      *----------------------------------------------------------*
       LISTAR-CARTA-COBRANCA.
           IF COBR-CPF NOT = WRK-CPF
               SET COBR-FIM TO TRUE
           ELSE
               ADD 1 TO WRK-QTD-CARTAS
               EVALUATE TRUE
                   WHEN COBR-LEMBRETE
                       MOVE 'LEMBRETE AMIGAVEL' TO WRK-COBR-NIVEL-DESC
                   WHEN COBR-NOTIFICACAO
                       MOVE 'NOTIFICACAO FORMAL' TO WRK-COBR-NIVEL-DESC
                   WHEN OTHER
                       MOVE 'PRE-JURIDICO' TO WRK-COBR-NIVEL-DESC
               END-EVALUATE
               MOVE COBR-DATA-ENVIO TO WRK-COBR-DATA-ED
               MOVE COBR-VENC-REF TO WRK-COBR-VENC-ED
               MOVE COBR-SALDO TO WRK-COBR-SALDO-ED
               DISPLAY WRK-COBR-DATA-ED
                       ' NIVEL ' COBR-NIVEL ' ' WRK-COBR-NIVEL-DESC
                       ' VENC ' WRK-COBR-VENC-ED
                       ' ATRASO ' COBR-DIAS-ATRASO
                       ' SALDO ' WRK-COBR-SALDO-ED
               READ COBRANCA-HISTORICO NEXT RECORD
                   AT END
                       SET COBR-FIM TO TRUE
               END-READ
           END-IF.

       LISTAR-CARTA-COBRANCA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LISTAR-ALUNO-RESPONSAVEL                                  *
      * IMPRIME O ALUNO CORRENTE DO ALUNMST SE O RESPONSAVEL      *
      * FINANCEIRO DELE E O CPF CONSULTADO, COM AS MENSALIDADES,  *
      * E AVANCA PARA O PROXIMO.                                  *
      *----------------------------------------------------------*
       LISTAR-ALUNO-RESPONSAVEL.
           IF ALUN-CPF-RESP = WRK-CPF
               ADD 1 TO WRK-QTD-ALUNOS
               DISPLAY 'ALUNO ' ALUN-MATRICULA ' ' ALUN-NOME
                       ' TURMA ' ALUN-TURMA
                       ' SITUACAO ' ALUN-SITUACAO
               IF MENSAL-ABERTO
                   PERFORM LISTAR-MENSALIDADES-ALUNO
               END-IF
           END-IF.
           READ ALUNO-MASTER NEXT RECORD
               AT END
                   SET ALUN-FIM TO TRUE
           END-READ.

       LISTAR-ALUNO-RESPONSAVEL-EXIT.
           EXIT.

       LISTAR-MENSALIDADES-ALUNO.
           MOVE ALUN-MATRICULA TO MENS-MATRICULA.
           MOVE ZEROS TO MENS-ANOMES.
           START MENSALIDADES KEY IS NOT < MENS-CHAVE
               INVALID KEY
                   SET MENS-FIM TO TRUE
           END-START.
           IF NOT MENS-FIM
               READ MENSALIDADES NEXT RECORD
                   AT END
                       SET MENS-FIM TO TRUE
               END-READ
           END-IF.
           PERFORM LISTAR-MENSALIDADE UNTIL MENS-FIM.

       LISTAR-MENSALIDADES-ALUNO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LISTAR-MENSALIDADE                                        *
      * IMPRIME A MENSALIDADE CORRENTE DO MENSAL E AVANCA; A      *
      * LISTAGEM TERMINA QUANDO A MATRICULA MUDA.                 *
      *----------------------------------------------------------*
       LISTAR-MENSALIDADE.
           IF MENS-MATRICULA NOT = ALUN-MATRICULA
               SET MENS-FIM TO TRUE
           ELSE
               IF MENS-ABERTA
                   MOVE 'ABERTA' TO WRK-MENS-SITUACAO
                   ADD 1 TO WRK-QTD-MENS-ABERTAS
                   ADD MENS-VALOR TO WRK-TOTAL-MENS-ABERTO
               ELSE
                   MOVE 'PAGA' TO WRK-MENS-SITUACAO
               END-IF
               MOVE MENS-VENCIMENTO TO WRK-MENS-VENC-ED
               MOVE MENS-VALOR TO WRK-MENS-VALOR-ED
               DISPLAY '   COMPETENCIA ' MENS-ANOMES
                       ' VENC ' WRK-MENS-VENC-ED
                       ' VALOR ' WRK-MENS-VALOR-ED
                       ' ' WRK-MENS-SITUACAO
               READ MENSALIDADES NEXT RECORD
                   AT END
                       SET MENS-FIM TO TRUE
               END-READ
           END-IF.

       LISTAR-MENSALIDADE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * GUARDAR-CONTATO                                           *
      * GUARDA NA TABELA CIRCULAR O CONTATO CORRENTE DO CLICONT E *
      * AVANCA; A LEITURA TERMINA QUANDO O CPF MUDA E A TABELA    *
      * FICA COM OS 10 MAIS RECENTES.                             *
      *----------------------------------------------------------*
       GUARDAR-CONTATO.
           IF CTT-CPF NOT = WRK-CPF
               SET CTT-FIM TO TRUE
           ELSE
               ADD 1 TO WRK-CTT-TOTAL
               IF CTT-ABERTO
                   ADD 1 TO WRK-CTT-ABERTOS
               END-IF
               ADD 1 TO WRK-CTT-PROX
               IF WRK-CTT-PROX > 10
                   MOVE 1 TO WRK-CTT-PROX
               END-IF
               MOVE CTT-DATA TO TAB-CTT-DATA(WRK-CTT-PROX)
               MOVE CTT-CANAL TO TAB-CTT-CANAL(WRK-CTT-PROX)
               MOVE CTT-ASSUNTO TO TAB-CTT-ASSUNTO(WRK-CTT-PROX)
               MOVE CTT-OPERADOR TO TAB-CTT-OPERADOR(WRK-CTT-PROX)
               MOVE CTT-SITUACAO TO TAB-CTT-SITUACAO(WRK-CTT-PROX)
               MOVE CTT-TEXTO TO TAB-CTT-TEXTO(WRK-CTT-PROX)
               IF WRK-CTT-QTD < 10
                   ADD 1 TO WRK-CTT-QTD
               END-IF
               READ CONTATOS-CLIENTE NEXT RECORD
                   AT END
                       SET CTT-FIM TO TRUE
               END-READ
           END-IF.

       GUARDAR-CONTATO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * IMPRIMIR-CONTATOS-GUARDADOS                               *
      * IMPRIME OS CONTATOS GUARDADOS EM ORDEM CRONOLOGICA, A     *
      * PARTIR DO MAIS ANTIGO DA TABELA CIRCULAR.                 *
      *----------------------------------------------------------*
       IMPRIMIR-CONTATOS-GUARDADOS.
           IF WRK-CTT-QTD < 10
               MOVE 1 TO WRK-CTT-IND
           ELSE
               COMPUTE WRK-CTT-IND =
                   FUNCTION MOD(WRK-CTT-PROX, 10) + 1
           END-IF.
           PERFORM IMPRIMIR-UM-CONTATO
               VARYING WRK-CTT-VOLTAS FROM 1 BY 1
               UNTIL WRK-CTT-VOLTAS > WRK-CTT-QTD.

       IMPRIMIR-CONTATOS-GUARDADOS-EXIT.
           EXIT.

       IMPRIMIR-UM-CONTATO.
           MOVE TAB-CTT-DATA(WRK-CTT-IND) TO WRK-CTT-DATA-ED.
           DISPLAY WRK-CTT-DATA-ED ' '
                   TAB-CTT-CANAL(WRK-CTT-IND) ' '
                   TAB-CTT-ASSUNTO(WRK-CTT-IND) ' '
                   TAB-CTT-OPERADOR(WRK-CTT-IND) ' '
                   TAB-CTT-SITUACAO(WRK-CTT-IND) ' '
                   TAB-CTT-TEXTO(WRK-CTT-IND)(1:40).
           ADD 1 TO WRK-CTT-IND.
           IF WRK-CTT-IND > 10
               MOVE 1 TO WRK-CTT-IND
           END-IF.

       IMPRIMIR-UM-CONTATO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * MOSTRAR-SALDO-PONTOS                                      *
      * SALDO E TOTAIS DO PARTICIPANTE; OS GANHOS DO CPF NO       *
      * PONTMOV DAO O PROXIMO VENCIMENTO.                         *
      *----------------------------------------------------------*
       MOSTRAR-SALDO-PONTOS.
           MOVE PTS-DATA-ADESAO TO WRK-PTS-ADESAO-ED.
           DISPLAY 'ADESAO: ' WRK-PTS-ADESAO-ED
                   '  SALDO DE PONTOS: ' PTS-SALDO.
           DISPLAY 'GANHOS: ' PTS-TOT-GANHOS
                   '  ESTORNOS: ' PTS-TOT-ESTORNOS.
           DISPLAY 'RESGATES: ' PTS-TOT-RESGATES
                   '  EXPIRADOS: ' PTS-TOT-EXPIRADOS.
           IF PTS-SALDO = ZEROS
               GO TO MOSTRAR-SALDO-PONTOS-EXIT
           END-IF.
           OPEN INPUT PONTOS-MOVIMENTOS.
           IF PTM-ARQ-AUSENTE
               DISPLAY 'MOVIMENTOS DE PONTOS (PONTMOV) INEXISTENTE.'
               GO TO MOSTRAR-SALDO-PONTOS-EXIT
           END-IF.
           MOVE WRK-CPF TO PTM-CPF.
           MOVE ZEROS TO PTM-SEQ.
           START PONTOS-MOVIMENTOS KEY IS NOT < PTM-CHAVE
               INVALID KEY
                   SET PTM-FIM TO TRUE
           END-START.
           IF NOT PTM-FIM
               READ PONTOS-MOVIMENTOS NEXT RECORD
                   AT END
                       SET PTM-FIM TO TRUE
               END-READ
           END-IF.
           PERFORM LOCALIZAR-VENCIMENTO-PONTOS UNTIL PTM-FIM.
           CLOSE PONTOS-MOVIMENTOS.
           IF WRK-PTS-PROX-VALIDADE NOT = ZEROS
               MOVE WRK-PTS-PROX-VALIDADE TO WRK-PTS-VALIDADE-ED
               DISPLAY 'PROXIMO VENCIMENTO: ' WRK-PTS-PROX-PONTOS
                       ' PONTOS VALIDOS ATE ' WRK-PTS-VALIDADE-ED
           END-IF.

       MOSTRAR-SALDO-PONTOS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LOCALIZAR-VENCIMENTO-PONTOS                               *
      * GUARDA A MENOR VALIDADE ENTRE OS GANHOS DO CPF QUE AINDA  *
      * TEM SALDO E SOMA OS PONTOS QUE VENCEM NELA; A LEITURA     *
      * TERMINA QUANDO O CPF MUDA.                                *
      *----------------------------------------------------------*
       LOCALIZAR-VENCIMENTO-PONTOS.
           IF PTM-CPF NOT = WRK-CPF
               SET PTM-FIM TO TRUE
           ELSE
               IF PTM-GANHO AND PTM-SALDO-LOTE > ZEROS
                   IF WRK-PTS-PROX-VALIDADE = ZEROS
                      OR PTM-VALIDADE < WRK-PTS-PROX-VALIDADE
                       MOVE PTM-VALIDADE TO WRK-PTS-PROX-VALIDADE
                       MOVE PTM-SALDO-LOTE TO WRK-PTS-PROX-PONTOS
                   ELSE
                       IF PTM-VALIDADE = WRK-PTS-PROX-VALIDADE
                           ADD PTM-SALDO-LOTE TO WRK-PTS-PROX-PONTOS
                       END-IF
                   END-IF
               END-IF
               READ PONTOS-MOVIMENTOS NEXT RECORD
                   AT END
                       SET PTM-FIM TO TRUE
               END-READ
           END-IF.

       LOCALIZAR-VENCIMENTO-PONTOS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * GUARDAR-ENTRADA-AUDITORIA                                 *
      * GUARDA NA TABELA CIRCULAR AS ENTRADAS DO AUDIT-TRAIL EM   *
           EXIT.

           COPY 'RUNDATEP.CPY'.
           COPY 'COTITP.CPY'.
