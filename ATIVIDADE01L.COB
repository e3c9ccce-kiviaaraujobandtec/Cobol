      *PARA ATENDER O PEDIDO DE ACESSO EM MINUTOS.
      *DATA   = 04/03/22
      *HISTORICO DE ALTERACOES
      *04/05/22 KA CONTAS CONJUNTAS: A CONTA DO TITULAR COM
      *COTITULARES (COTITUL) MOSTRA A MODALIDADE E A PARTE DELE,
      *E AS CONTAS EM QUE O CPF E COTITULAR ENTRAM NA SECAO 3
      *COM A PARTE DELE E OS MOVIMENTOS. OS CPFS DOS DEMAIS
      *TITULARES NAO SAO IMPRESSOS - SAO DADOS DE OUTRA PESSOA
      *16/05/22 KA NOVA SECAO 6 - ALUNOS DA ESCOLA CUJO
      *RESPONSAVEL FINANCEIRO E O TITULAR (ALUN-CPF-RESP NO
      *ALUNMST) COM AS MENSALIDADES DE CADA UM NO MENSAL; AS
      *QUANTIDADES ENTRAM NO RESUMO
      *01/06/22 KA NOVA SECAO 7 - CONTATOS DO TITULAR (CLICONT):
      *CADA LIGACAO, VISITA OU E-MAIL COM O TEXTO REGISTRADO E A
      *NOTA DE ENCERRAMENTO; A QUANTIDADE ENTRA NO RESUMO
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD  CADASTRO-CLIENTE.
       FD  RELATORIO-LGPD.
       01  LINHA-LGPD          PIC X(80).

       FD  COTITULARES.
           COPY 'COTITUL.CPY'.

       FD  ALUNO-MASTER.
           COPY 'ALUNMST.CPY'.

       FD  MENSALIDADES.
           COPY 'MENSAL.CPY'.

       FD  CONTATOS-CLIENTE.
           COPY 'CLICONT.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'COTITW.CPY'.
       77 WRK-CLI-STATUS PIC X(02) VALUE ZEROS.
           88 CLI-OK VALUE '00'.
           88 CLI-NAO-ENCONTRADO VALUE '23' '35'.
           88 HIS-OK VALUE '00'.
           88 HIS-FIM VALUE '10'.
           88 HIS-NAO-ENCONTRADO VALUE '35'.
       77 WRK-ALUN-STATUS PIC X(02) VALUE ZEROS.
           88 ALUN-FIM VALUE '10'.
           88 ALUN-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-MENS-STATUS PIC X(02) VALUE ZEROS.
           88 MENS-FIM VALUE '10'.
           88 MENS-NAO-ENCONTRADA VALUE '23' '35'.
       77 WRK-MENS-ABERTO PIC X(01) VALUE 'N'.
           88 MENSAL-ABERTO VALUE 'S'.
       77 WRK-CTT-STATUS PIC X(02) VALUE ZEROS.
           88 CTT-FIM VALUE '10'.
           88 CTT-ARQ-AUSENTE VALUE '23' '35'.
       77 WRK-REL-STATUS PIC X(02) VALUE ZEROS.

       77 WRK-CPF-ENT PIC X(11) VALUE SPACES.
       77 WRK-QTD-MOVIMENTOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-AUDITORIA PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-HISTORICO PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-ALUNOS PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-MENSALIDADES PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-CONTATOS PIC 9(05) VALUE ZEROS.
       77 WRK-MENS-SITUACAO PIC X(06) VALUE SPACES.
       77 WRK-MOV-FIM PIC X(01) VALUE 'N'.
           88 MOVIMENTOS-FIM VALUE 'S'.
       77 WRK-IND-CONTA PIC 9(03) VALUE ZEROS.
       77 WRK-IND-COT PIC 9(03) VALUE ZEROS.
       77 WRK-MODAL-TXT PIC X(13) VALUE SPACES.
       77 WRK-PARTE-ED PIC ZZ9,99 VALUE ZEROS.
       77 WRK-DATA-ED PIC 9(04)/99/99 VALUE ZEROS.
           COPY 'MONEYS.CPY' REPLACING ==MONEY-FIELD-NAME==
               BY ==WRK-VALOR-ED==.
           PERFORM 0004-ARQUIVO-MORTO.
           PERFORM 0005-CONTAS-E-MOVIMENTOS.
           PERFORM 0006-TRILHAS.
           PERFORM 0008-ALUNOS-E-MENSALIDADES.
           PERFORM 0009-CONTATOS.
           PERFORM 0007-FINALIZAR.

           STOP RUN.
                       SET LEDGER-FIM TO TRUE
               END-READ
               PERFORM COLETAR-CONTA-TITULAR UNTIL LEDGER-FIM
               MOVE WRK-CPF TO COT-WS-CPF
               PERFORM LISTAR-CONTAS-COTITULAR
                   THRU LISTAR-CONTAS-COTITULAR-EXIT
               PERFORM COLETAR-CONTA-COTITULAR
                   THRU COLETAR-CONTA-COTITULAR-EXIT
                   VARYING WRK-IND-COT FROM 1 BY 1
                   UNTIL WRK-IND-COT > COT-WS-QTD-CONTAS
               CLOSE INVESTIMENTO-LEDGER
           END-IF.
           PERFORM FECHAR-COTITULARES.
           IF WRK-QTD-CONTAS = ZEROS
               MOVE 'NENHUMA CONTA VINCULADA A ESTE CPF.'
                   TO LINHA-LGPD
                  WRK-QTD-AUDITORIA DELIMITED BY SIZE
                  INTO LINHA-LGPD.
           WRITE LINHA-LGPD.
           MOVE SPACES TO LINHA-LGPD.
           STRING '        ALUNOS ' DELIMITED BY SIZE
                  WRK-QTD-ALUNOS DELIMITED BY SIZE
                  '  MENSALIDADES ' DELIMITED BY SIZE
                  WRK-QTD-MENSALIDADES DELIMITED BY SIZE
                  '  CONTATOS ' DELIMITED BY SIZE
                  WRK-QTD-CONTATOS DELIMITED BY SIZE
                  INTO LINHA-LGPD.
           WRITE LINHA-LGPD.
           CLOSE RELATORIO-LGPD.
           DISPLAY 'RELATORIO LGPD GRAVADO EM LGPDREL.'.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

       0008-ALUNOS-E-MENSALIDADES.
           PERFORM IMPRIMIR-SECAO-TITULO.
           MOVE '6. ALUNOS E MENSALIDADES (ESCOLA)' TO LINHA-LGPD.
           WRITE LINHA-LGPD.
           OPEN INPUT ALUNO-MASTER.
           IF ALUN-NAO-ENCONTRADO
               MOVE 'CADASTRO DE ALUNOS (ALUNMST) INEXISTENTE.'
                   TO LINHA-LGPD
               WRITE LINHA-LGPD
           ELSE
               OPEN INPUT MENSALIDADES
               IF NOT MENS-NAO-ENCONTRADA
                   SET MENSAL-ABERTO TO TRUE
               END-IF
               READ ALUNO-MASTER NEXT RECORD
                   AT END
                       SET ALUN-FIM TO TRUE
               END-READ
               PERFORM LISTAR-ALUNO-CPF UNTIL ALUN-FIM
               IF MENSAL-ABERTO
                   CLOSE MENSALIDADES
               END-IF
               CLOSE ALUNO-MASTER
           END-IF.
           IF WRK-QTD-ALUNOS = ZEROS
               MOVE 'NENHUM ALUNO COM ESTE CPF DE RESPONSAVEL.'
                   TO LINHA-LGPD
               WRITE LINHA-LGPD
           END-IF.

       0009-CONTATOS.
           PERFORM IMPRIMIR-SECAO-TITULO.
           MOVE '7. CONTATOS DO TITULAR (CLICONT)' TO LINHA-LGPD.
           WRITE LINHA-LGPD.
           OPEN INPUT CONTATOS-CLIENTE.
           IF CTT-ARQ-AUSENTE
               MOVE 'HISTORICO DE CONTATOS (CLICONT) INEXISTENTE.'
                   TO LINHA-LGPD
               WRITE LINHA-LGPD
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
               PERFORM LISTAR-CONTATO-CPF THRU LISTAR-CONTATO-CPF-EXIT
                   UNTIL CTT-FIM
               CLOSE CONTATOS-CLIENTE
           END-IF.
           IF WRK-QTD-CONTATOS = ZEROS
               MOVE 'NENHUM CONTATO REGISTRADO PARA ESTE CPF.'
                   TO LINHA-LGPD
               WRITE LINHA-LGPD
           END-IF.

      *----------------------------------------------------------*
      * IMPRIMIR-SECAO-TITULO                                     *
      * LINHA EM BRANCO E FILETE SEPARADOR ENTRE AS SECOES.       *
       IMPRIMIR-SECAO-TITULO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LISTAR-CONTATO-CPF                                        *
      * IMPRIME O CONTATO CORRENTE DO CLICONT COM O TEXTO E, SE   *
      * ENCERRADO, A NOTA; A LISTAGEM TERMINA QUANDO O CPF MUDA.  *
      *----------------------------------------------------------*
       LISTAR-CONTATO-CPF.
           IF CTT-CPF NOT = WRK-CPF
               SET CTT-FIM TO TRUE
               GO TO LISTAR-CONTATO-CPF-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-CONTATOS.
           MOVE CTT-DATA TO WRK-DATA-ED.
           MOVE SPACES TO LINHA-LGPD.
           STRING WRK-DATA-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CTT-HORA DELIMITED BY SIZE
                  ' CANAL ' DELIMITED BY SIZE
                  CTT-CANAL DELIMITED BY SIZE
                  ' ASSUNTO ' DELIMITED BY SIZE
                  CTT-ASSUNTO DELIMITED BY SIZE
                  ' OPERADOR ' DELIMITED BY SIZE
                  CTT-OPERADOR DELIMITED BY SIZE
                  ' SITUACAO ' DELIMITED BY SIZE
                  CTT-SITUACAO DELIMITED BY SIZE
                  INTO LINHA-LGPD.
           WRITE LINHA-LGPD.
           MOVE SPACES TO LINHA-LGPD.
           STRING '  ' DELIMITED BY SIZE
                  CTT-TEXTO DELIMITED BY SIZE
                  INTO LINHA-LGPD.
           WRITE LINHA-LGPD.
           IF CTT-ENCERRADO AND CTT-NOTA-ENCERRA NOT = SPACES
               MOVE CTT-DATA-ENCERRA TO WRK-DATA-ED
               MOVE SPACES TO LINHA-LGPD
               STRING '  ENCERRADO ' DELIMITED BY SIZE
                      WRK-DATA-ED DELIMITED BY SIZE
                      ': ' DELIMITED BY SIZE
                      CTT-NOTA-ENCERRA DELIMITED BY SIZE
                      INTO LINHA-LGPD
               WRITE LINHA-LGPD
           END-IF.
           READ CONTATOS-CLIENTE NEXT RECORD
               AT END
                   SET CTT-FIM TO TRUE
           END-READ.

       LISTAR-CONTATO-CPF-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * IMPRIMIR-DADOS-CLIENTE                                    *
      * IMPRIME O REGISTRO DO CADASTRO VIVO CAMPO A CAMPO.        *
                      WRK-VALOR-ED DELIMITED BY SIZE
                      INTO LINHA-LGPD
               WRITE LINHA-LGPD
               PERFORM IMPRIMIR-VINCULO-CONJUNTO
           END-IF.
           READ INVESTIMENTO-LEDGER NEXT RECORD
               AT END
       COLETAR-CONTA-TITULAR-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * COLETAR-CONTA-COTITULAR                                   *
      * CONTA EM QUE O CPF E COTITULAR: IMPRIME COMO AS PROPRIAS  *
      * E GUARDA NA TABELA PARA A LISTAGEM DE MOVIMENTOS.         *
      *----------------------------------------------------------*
       COLETAR-CONTA-COTITULAR.
           MOVE COT-WS-CONTA-COT(WRK-IND-COT) TO LEDGER-CONTA.
           READ INVESTIMENTO-LEDGER
               INVALID KEY
                   GO TO COLETAR-CONTA-COTITULAR-EXIT
           END-READ.
           IF WRK-QTD-CONTAS < 50
               ADD 1 TO WRK-QTD-CONTAS
               MOVE LEDGER-CONTA TO TAB-CONTA-CLI(WRK-QTD-CONTAS)
               MOVE LEDGER-SALDO TO WRK-VALOR-ED
               MOVE SPACES TO LINHA-LGPD
               STRING 'CONTA ' DELIMITED BY SIZE
                      LEDGER-CONTA DELIMITED BY SIZE
                      ' PRODUTO ' DELIMITED BY SIZE
                      LEDGER-TIPO-PROD DELIMITED BY SIZE
                      ' SITUACAO ' DELIMITED BY SIZE
                      LEDGER-SITUACAO DELIMITED BY SIZE
                      ' SALDO ' DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      INTO LINHA-LGPD
               WRITE LINHA-LGPD
               PERFORM IMPRIMIR-VINCULO-CONJUNTO
           END-IF.

       COLETAR-CONTA-COTITULAR-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * IMPRIMIR-VINCULO-CONJUNTO                                 *
      * SE A CONTA TEM COTITULARES, IMPRIME A MODALIDADE, O PAPEL *
      * DO CPF NA CONTA E A PARTE DELE.                           *
      *----------------------------------------------------------*
       IMPRIMIR-VINCULO-CONJUNTO.
           MOVE LEDGER-CONTA TO COT-WS-CONTA.
           MOVE LEDGER-CPF TO COT-WS-CPF-TITULAR.
           MOVE WRK-CPF TO COT-WS-CPF.
           PERFORM CARREGAR-COTITULARES.
           IF NOT COT-WS-INDIVIDUAL
               IF COT-WS-CONJUNTA-E
                   MOVE 'CONJUNTA E' TO WRK-MODAL-TXT
               ELSE
                   MOVE 'CONJUNTA E/OU' TO WRK-MODAL-TXT
               END-IF
               MOVE COT-WS-PARTICIPACAO TO WRK-PARTE-ED
               MOVE SPACES TO LINHA-LGPD
               IF LEDGER-CPF = WRK-CPF
                   STRING '  ' DELIMITED BY SIZE
                          WRK-MODAL-TXT DELIMITED BY SIZE
                          ' - PRIMEIRO TITULAR, PARTE '
                              DELIMITED BY SIZE
                          WRK-PARTE-ED DELIMITED BY SIZE
                          '% - COTITULARES: ' DELIMITED BY SIZE
                          COT-WS-QTD DELIMITED BY SIZE
                          INTO LINHA-LGPD
               ELSE
                   STRING '  ' DELIMITED BY SIZE
                          WRK-MODAL-TXT DELIMITED BY SIZE
                          ' - COTITULAR, PARTE ' DELIMITED BY SIZE
                          WRK-PARTE-ED DELIMITED BY SIZE
                          '%' DELIMITED BY SIZE
                          INTO LINHA-LGPD
               END-IF
               WRITE LINHA-LGPD
           END-IF.

       IMPRIMIR-VINCULO-CONJUNTO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LISTAR-MOVIMENTOS-CONTAS                                  *
      * PARA CADA CONTA COLETADA, LISTA OS MOVIMENTOS DO INVMOV.  *
       LISTAR-HISTORICO-CPF-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LISTAR-ALUNO-CPF                                          *
      * IMPRIME O ALUNO CORRENTE DO ALUNMST SE O TITULAR E O      *
      * RESPONSAVEL FINANCEIRO DELE, COM AS MENSALIDADES.         *
      *----------------------------------------------------------*
       LISTAR-ALUNO-CPF.
           IF ALUN-CPF-RESP = WRK-CPF
               ADD 1 TO WRK-QTD-ALUNOS
               MOVE SPACES TO LINHA-LGPD
               STRING 'MATRICULA ' DELIMITED BY SIZE
                      ALUN-MATRICULA DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      ALUN-NOME DELIMITED BY SIZE
                      ' TURMA ' DELIMITED BY SIZE
                      ALUN-TURMA DELIMITED BY SIZE
                      ' SITUACAO ' DELIMITED BY SIZE
                      ALUN-SITUACAO DELIMITED BY SIZE
                      INTO LINHA-LGPD
               WRITE LINHA-LGPD
               IF MENSAL-ABERTO
                   PERFORM LISTAR-MENSALIDADES-ALUNO
               END-IF
           END-IF.
           READ ALUNO-MASTER NEXT RECORD
               AT END
                   SET ALUN-FIM TO TRUE
           END-READ.

       LISTAR-ALUNO-CPF-EXIT.
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
           PERFORM LISTAR-MENSALIDADE-CPF UNTIL MENS-FIM.

       LISTAR-MENSALIDADES-ALUNO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LISTAR-MENSALIDADE-CPF                                    *
      * IMPRIME A MENSALIDADE CORRENTE DO MENSAL E AVANCA; A      *
      * LISTAGEM TERMINA QUANDO A MATRICULA MUDA.                 *
      *----------------------------------------------------------*
       LISTAR-MENSALIDADE-CPF.
           IF MENS-MATRICULA NOT = ALUN-MATRICULA
               SET MENS-FIM TO TRUE
           ELSE
               ADD 1 TO WRK-QTD-MENSALIDADES
               IF MENS-ABERTA
                   MOVE 'ABERTA' TO WRK-MENS-SITUACAO
               ELSE
                   MOVE 'PAGA' TO WRK-MENS-SITUACAO
               END-IF
               MOVE MENS-VENCIMENTO TO WRK-DATA-ED
               MOVE MENS-VALOR TO WRK-VALOR-ED
               MOVE SPACES TO LINHA-LGPD
               STRING '  COMPETENCIA ' DELIMITED BY SIZE
                      MENS-ANOMES DELIMITED BY SIZE
                      ' VENC ' DELIMITED BY SIZE
                      WRK-DATA-ED DELIMITED BY SIZE
                      ' VALOR ' DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-MENS-SITUACAO DELIMITED BY SIZE
                      INTO LINHA-LGPD
               WRITE LINHA-LGPD
               READ MENSALIDADES NEXT RECORD
                   AT END
                       SET MENS-FIM TO TRUE
               END-READ
           END-IF.

       LISTAR-MENSALIDADE-CPF-EXIT.
           EXIT.

           COPY 'RUNDATEP.CPY'.
           COPY 'RPTHDRP.CPY'.
           COPY 'COTITP.CPY'.
