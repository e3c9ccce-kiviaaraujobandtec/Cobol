      *28/03/22 KA CAPTURA DOS DADOS DO RESPONSAVEL (NOME E
      *ENDERECO DE CORRESPONDENCIA, NOVOS NO ALUNMST.CPY) PARA O
      *BOLETIM INDIVIDUAL PROGCOB08D
      *13/05/22 KA TURMA DIGITADA TEM DE ESTAR CADASTRADA E ATIVA
      *NO TURMAMST (TURMAP.CPY); SENAO NADA E GRAVADO
      *16/05/22 KA CPF DO RESPONSAVEL FINANCEIRO (ALUN-CPF-RESP),
      *VALIDADO PELA VALIDCPF E VINCULADO AO CADASTRO-CLIENTE:
      *CPF JA CADASTRADO DA O ENDERECO DE CORRESPONDENCIA (OS
      *CAMPOS DE ENDERECO DO ALUNO FICAM EM BRANCO); CPF NOVO E
      *INCLUIDO NO CADCLI COM OS DADOS DIGITADOS, COM JORNAL
      *CLIJRN E AUDIT-TRAIL, E CPF DO ARQUIVO MORTO E RECUSADO
      *(RESTAURACAO PELA ATIVIDADE01G). POR ATUALIZAR O CADCLI,
      *CONFERE O QUIESCE DA RODADA NOTURNA NA ENTRADA
      *31/05/22 KA RESPONSAVEL INCLUIDO NO CADCLI ENTRA COM CEP
      *ZERO (ENDERECO DIGITADO, SEM A TABELA DE CEP)
      *07/06/22 KA ANTES DE INCLUIR OU REGRAVAR, RELE O ALUNO E
      *CONFERE COM A IMAGEM EXIBIDA (CONCORP.CPY): SE OUTRA SESSAO
      *GRAVOU A MESMA MATRICULA NESSE MEIO TEMPO, MOSTRA O QUE
      *MUDOU E QUEM MUDOU, REGISTRA A COLISAO NO ARQUIVO COLISAO E
      *NADA E GRAVADO. CADA GRAVACAO DO ALUNO VAI AO AUDIT-TRAIL
      *COMO ALUN-MATRICULA
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS ALUN-MATRICULA
               FILE STATUS IS WRK-ALUN-STATUS.

           SELECT TURMA-MASTER ASSIGN TO "TURMAMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TUR-CODIGO
               FILE STATUS IS TUR-WS-STATUS.

           SELECT CADASTRO-CLIENTE ASSIGN TO "CADCLI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CPF
               ALTERNATE RECORD KEY IS REG-NOME
                   WITH DUPLICATES
               FILE STATUS IS RSP-WS-CLI-STATUS.

           SELECT JORNAL-CLIENTE ASSIGN TO "CLIJRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CJR-WS-STATUS.

           SELECT CLIENTES-ARQUIVO ASSIGN TO "CLIARQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-ARQ-STATUS.

           SELECT AUDIT-TRAIL ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUD-WS-STATUS.

           SELECT OPERADOR-SESSAO ASSIGN TO "OPERSESS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SES-WS-STATUS.

           SELECT TABELA-UF ASSIGN TO "UFTAB"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS UF-WS-STATUS.

           SELECT ARQUIVO-QUIESCE ASSIGN TO "QUIESCE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS QSC-WS-STATUS.

           SELECT LOG-COLISAO ASSIGN TO "COLISAO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CCR-WS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALUNO-MASTER.
           COPY 'ALUNMST.CPY'.

       FD  TURMA-MASTER.
           COPY 'TURMA.CPY'.

       FD  CADASTRO-CLIENTE.
           COPY 'CLIREG.CPY'.

       FD  JORNAL-CLIENTE.
           COPY 'CLIJRN.CPY'.

       FD  CLIENTES-ARQUIVO.
           COPY 'CLIARQ.CPY'.

       FD  AUDIT-TRAIL.
           COPY 'AUDITLOG.CPY'.

       FD  OPERADOR-SESSAO.
           COPY 'OPERSESS.CPY'.

       FD  TABELA-UF.
           COPY 'UFREG.CPY'.

       FD  ARQUIVO-QUIESCE.
           COPY 'QUIESCE.CPY'.

       FD  LOG-COLISAO.
           COPY 'COLISAO.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'TURMAW.CPY'.
           COPY 'RESPW.CPY'.
           COPY 'QUIESCEW.CPY'.
           COPY 'AUDITWS.CPY'.
           COPY 'OPERSESW.CPY'.
           COPY 'CLIJRNW.CPY'.
           COPY 'UFTABW.CPY'.
           COPY 'CONCORW.CPY'.
       77 WRK-ALUN-STATUS PIC X(02) VALUE ZEROS.
           88 ALUN-OK VALUE '00'.
           88 ALUN-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-UF-RESP PIC X(02) VALUE SPACES.
       77 WRK-ALUN-ACHADO PIC X(01) VALUE 'N'.
           88 ALUNO-CADASTRADO VALUE 'S'.
       77 WRK-TURMA-OK PIC X(01) VALUE 'N'.
           88 TURMA-ACEITA VALUE 'S'.
       77 WRK-OPCAO PIC X(01) VALUE SPACES.
           88 OPCAO-INCLUIR VALUE 'I'.
           88 OPCAO-ALTERAR VALUE 'A'.
       77 WRK-CPF-ENT PIC X(11) VALUE SPACES.
       77 WRK-CPF-NUMERICO PIC X(01) VALUE 'N'.
           88 CPF-NUMERICO VALUE 'S'.
       77 WRK-CPF-RESP PIC 9(11) VALUE ZEROS.
       77 WRK-CPF-VALIDO PIC X(01) VALUE 'N'.
           88 CPF-VALIDO VALUE 'S'.
       77 WRK-CPF-RESP-SIT PIC X(01) VALUE 'B'.
           88 CPF-RESP-MANTIDO VALUE 'B'.
           88 CPF-RESP-CADASTRADO VALUE 'C'.
           88 CPF-RESP-NOVO VALUE 'N'.
           88 CPF-RESP-RECUSADO VALUE 'X'.
       77 WRK-CLI-NOME PIC X(20) VALUE SPACES.
       77 WRK-TELEFONE-ENT PIC X(11) VALUE SPACES.
       77 WRK-FONE-NUMERICO PIC X(01) VALUE 'N'.
           88 TELEFONE-ACEITO VALUE 'S'.
       77 WRK-ARQ-STATUS PIC X(02) VALUE ZEROS.
           88 ARQ-OK VALUE '00'.
           88 ARQ-FIM VALUE '10'.
           88 ARQ-NAO-ENCONTRADO VALUE '35'.
       77 WRK-CLI-ARQUIVADO PIC X(01) VALUE 'N'.
           88 CLI-NO-ARQUIVO-MORTO VALUE 'S'.

      *CAMPOS DO REG-ALUNO (ALUNMST.CPY) CONFERIDOS CONTRA A IMAGEM
      *EXIBIDA - NOME, POSICAO INICIAL E TAMANHO
       01 CCR-CAMPOS-LITERAL.
           05 FILLER PIC X(21) VALUE 'ALUN-NOME      007030'.
           05 FILLER PIC X(21) VALUE 'ALUN-TURMA     037005'.
           05 FILLER PIC X(21) VALUE 'ALUN-SITUACAO  042001'.
           05 FILLER PIC X(21) VALUE 'RESPONSAVEL    043030'.
           05 FILLER PIC X(21) VALUE 'ALUN-END-RESP  073030'.
           05 FILLER PIC X(21) VALUE 'CIDADE-RESP    103020'.
           05 FILLER PIC X(21) VALUE 'ALUN-UF-RESP   123002'.
           05 FILLER PIC X(21) VALUE 'ALUN-CPF-RESP  125011'.
       01 CCR-CAMPOS REDEFINES CCR-CAMPOS-LITERAL.
           05 CCR-CAMPO OCCURS 8 TIMES.
               10 CCR-CAMPO-NOME PIC X(15).
               10 CCR-CAMPO-INICIO PIC 9(03).
               10 CCR-CAMPO-TAM PIC 9(03).
           COPY 'RUNDATE.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM CONFERIR-QUIESCE THRU CONFERIR-QUIESCE-EXIT.
           IF SISTEMA-TRAVADO
               STOP RUN
           END-IF.

           PERFORM 0002-INICIALIZAR.
           PERFORM 0003-PROCESSAR.
           PERFORM 0004-FINALIZAR.
               CLOSE ALUNO-MASTER
               OPEN I-O ALUNO-MASTER
           END-IF.
           PERFORM ABRIR-TURMAS.
           PERFORM CARREGAR-TABELA-UF.
           OPEN I-O CADASTRO-CLIENTE.
           IF RSP-CLI-NAO-ENCONTRADO
               OPEN OUTPUT CADASTRO-CLIENTE
               CLOSE CADASTRO-CLIENTE
               OPEN I-O CADASTRO-CLIENTE
           END-IF.
           SET RSP-CADASTRO-ABERTO TO TRUE.

           DISPLAY 'MATRICULA'.
           ACCEPT WRK-ENT FROM CONSOLE.
               NOT INVALID KEY
                   MOVE 'S' TO WRK-ALUN-ACHADO
           END-READ.
           IF ALUNO-CADASTRADO
               MOVE REG-ALUNO TO CCR-IMAGEM-TELA
           ELSE
               MOVE SPACES TO CCR-IMAGEM-TELA
           END-IF.
           PERFORM MARCAR-IMAGEM-TELA THRU MARCAR-IMAGEM-TELA-EXIT.

           IF ALUNO-CADASTRADO
               DISPLAY 'NOME....: ' ALUN-NOME
               DISPLAY 'TURMA...: ' ALUN-TURMA
               DISPLAY 'SITUACAO: ' ALUN-SITUACAO
               PERFORM OBTER-RESPONSAVEL THRU OBTER-RESPONSAVEL-EXIT
               DISPLAY 'RESPONSAVEL: ' RSP-WS-NOME
               DISPLAY 'CPF RESP...: ' ALUN-CPF-RESP
               DISPLAY 'ENDERECO...: ' RSP-WS-ENDERECO
               DISPLAY 'CIDADE/UF..: ' RSP-WS-CIDADE ' / '
                       RSP-WS-UF
           ELSE
               DISPLAY 'MATRICULA AINDA NAO CADASTRADA.'
           END-IF.
                       DISPLAY 'MATRICULA JA CADASTRADA - USE '
                               'ALTERAR.'
                   ELSE
                       PERFORM ACEITAR-DADOS THRU ACEITAR-DADOS-EXIT
                       PERFORM CONFERIR-TURMA
                   END-IF
                   IF NOT ALUNO-CADASTRADO AND NOT TURMA-ACEITA
                       DISPLAY 'TURMA INVALIDA - ALUNO NAO INCLUIDO.'
                   END-IF
                   IF NOT ALUNO-CADASTRADO AND CPF-RESP-RECUSADO
                       DISPLAY 'RESPONSAVEL RECUSADO - ALUNO NAO '
                               'INCLUIDO.'
                   END-IF
                   IF NOT ALUNO-CADASTRADO AND TURMA-ACEITA
                       AND NOT CPF-RESP-RECUSADO
                       PERFORM REVERIFICAR-ALUNO
                           THRU REVERIFICAR-ALUNO-EXIT
                   END-IF
                   IF NOT ALUNO-CADASTRADO AND TURMA-ACEITA
                       AND NOT CPF-RESP-RECUSADO
                       AND NOT CCR-HOUVE-COLISAO
                       MOVE WRK-MATRICULA TO ALUN-MATRICULA
                       MOVE WRK-NOME TO ALUN-NOME
                       MOVE WRK-TURMA TO ALUN-TURMA
                       MOVE WRK-END-RESP TO ALUN-END-RESP
                       MOVE WRK-CIDADE-RESP TO ALUN-CIDADE-RESP
                       MOVE WRK-UF-RESP TO ALUN-UF-RESP
                       MOVE ZEROS TO ALUN-CPF-RESP
                       PERFORM GRAVAR-VINCULO-RESP
                       WRITE REG-ALUNO
                       PERFORM AUDITAR-ALUNO
                       DISPLAY 'ALUNO INCLUIDO.'
                   END-IF
               WHEN OPCAO-ALTERAR
                   IF ALUNO-CADASTRADO
                       PERFORM ACEITAR-DADOS THRU ACEITAR-DADOS-EXIT
                       PERFORM CONFERIR-TURMA
                   END-IF
                   IF ALUNO-CADASTRADO AND NOT TURMA-ACEITA
                       DISPLAY 'TURMA INVALIDA - ALUNO NAO ALTERADO.'
                   END-IF
                   IF ALUNO-CADASTRADO AND CPF-RESP-RECUSADO
                       DISPLAY 'RESPONSAVEL RECUSADO - ALUNO NAO '
                               'ALTERADO.'
                   END-IF
                   IF ALUNO-CADASTRADO AND TURMA-ACEITA
                       AND NOT CPF-RESP-RECUSADO
                       PERFORM REVERIFICAR-ALUNO
                           THRU REVERIFICAR-ALUNO-EXIT
                   END-IF
                   IF ALUNO-CADASTRADO AND TURMA-ACEITA
                       AND NOT CPF-RESP-RECUSADO
                       AND NOT CCR-HOUVE-COLISAO
                       IF WRK-NOME NOT = SPACES
                           MOVE WRK-NOME TO ALUN-NOME
                       END-IF
                       IF WRK-UF-RESP NOT = SPACES
                           MOVE WRK-UF-RESP TO ALUN-UF-RESP
                       END-IF
                       PERFORM GRAVAR-VINCULO-RESP
                       REWRITE REG-ALUNO
                       PERFORM AUDITAR-ALUNO
                       DISPLAY 'ALUNO ALTERADO.'
                   END-IF
                   IF NOT ALUNO-CADASTRADO
                       DISPLAY 'MATRICULA NAO CADASTRADA.'
                   END-IF
               WHEN OTHER

       0004-FINALIZAR.
           CLOSE ALUNO-MASTER.
           PERFORM FECHAR-TURMAS.
           CLOSE CADASTRO-CLIENTE.
           PERFORM FECHAR-AUDITORIA.
           PERFORM FECHAR-JORNAL-CLIENTE.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

      *----------------------------------------------------------*
      * ACEITAR-DADOS                                             *
      * ACEITA NOME, TURMA E SITUACAO (EM BRANCO MANTEM O VALOR   *
      * ATUAL NA ALTERACAO). O ENDERECO DO RESPONSAVEL SO E       *
      * PEDIDO SEM CPF VINCULADO OU PARA CADASTRAR UM CPF NOVO NO *
      * CADCLI - CPF JA CADASTRADO USA O ENDERECO DO CADASTRO.    *
      *----------------------------------------------------------*
       ACEITAR-DADOS.
           DISPLAY 'NOME DO ALUNO'.
           ACCEPT WRK-SITUACAO FROM CONSOLE.
           DISPLAY 'NOME DO RESPONSAVEL (BRANCO MANTEM)'.
           ACCEPT WRK-RESPONSAVEL FROM CONSOLE.
           DISPLAY 'CPF DO RESPONSAVEL FINANCEIRO (BRANCO MANTEM)'.
           ACCEPT WRK-CPF-ENT FROM CONSOLE.
           PERFORM CONFERIR-CPF-RESP THRU CONFERIR-CPF-RESP-EXIT.
           IF CPF-RESP-CADASTRADO OR CPF-RESP-RECUSADO
               GO TO ACEITAR-DADOS-EXIT
           END-IF.
           IF CPF-RESP-MANTIDO AND ALUNO-CADASTRADO
               AND ALUN-CPF-RESP NOT = ZEROS
               DISPLAY 'ENDERECO DO RESPONSAVEL VEM DO CADASTRO DE '
                       'CLIENTES (CADCLI).'
               GO TO ACEITAR-DADOS-EXIT
           END-IF.
           DISPLAY 'ENDERECO DO RESPONSAVEL (BRANCO MANTEM)'.
           ACCEPT WRK-END-RESP FROM CONSOLE.
           DISPLAY 'CIDADE DO RESPONSAVEL (BRANCO MANTEM)'.
           ACCEPT WRK-CIDADE-RESP FROM CONSOLE.
           DISPLAY 'UF DO RESPONSAVEL (BRANCO MANTEM)'.
           ACCEPT WRK-UF-RESP FROM CONSOLE.
           IF CPF-RESP-NOVO
               PERFORM CONFERIR-CLIENTE-RESP
                   THRU CONFERIR-CLIENTE-RESP-EXIT
           END-IF.

       ACEITAR-DADOS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * CONFERIR-CPF-RESP                                         *
      * CPF EM BRANCO MANTEM O VINCULO ATUAL. DIGITADO, E         *
      * VALIDADO (VALIDNUM E VALIDCPF) E PROCURADO NO CADCLI:     *
      * CADASTRADO, EXIBE OS DADOS DO CLIENTE; NOVO, SERA         *
      * INCLUIDO COM OS DADOS DIGITADOS A SEGUIR; NO ARQUIVO      *
      * MORTO CLIARQ, E RECUSADO (RESTAURACAO PELA ATIVIDADE01G). *
      *----------------------------------------------------------*
       CONFERIR-CPF-RESP.
           SET CPF-RESP-MANTIDO TO TRUE.
           IF WRK-CPF-ENT = SPACES
               GO TO CONFERIR-CPF-RESP-EXIT
           END-IF.
           CALL 'VALIDNUM' USING WRK-CPF-ENT WRK-CPF-NUMERICO.
           IF NOT CPF-NUMERICO
               DISPLAY 'CPF DO RESPONSAVEL NAO NUMERICO.'
               SET CPF-RESP-RECUSADO TO TRUE
               GO TO CONFERIR-CPF-RESP-EXIT
           END-IF.
           MOVE FUNCTION TRIM(WRK-CPF-ENT) TO WRK-CPF-RESP.
           CALL 'VALIDCPF' USING WRK-CPF-RESP WRK-CPF-VALIDO.
           IF NOT CPF-VALIDO
               DISPLAY 'CPF DO RESPONSAVEL INVALIDO: ' WRK-CPF-RESP
               SET CPF-RESP-RECUSADO TO TRUE
               GO TO CONFERIR-CPF-RESP-EXIT
           END-IF.

           MOVE WRK-CPF-RESP TO REG-CPF.
           READ CADASTRO-CLIENTE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CPF-RESP-CADASTRADO TO TRUE
                   DISPLAY 'CLIENTE...: ' REG-NOME
                   DISPLAY 'ENDERECO..: ' REG-ENDERECO
                   DISPLAY 'CIDADE/UF.: ' REG-CIDADE ' / ' REG-UF
           END-READ.
           IF CPF-RESP-CADASTRADO
               GO TO CONFERIR-CPF-RESP-EXIT
           END-IF.

           PERFORM VERIFICAR-CPF-ARQUIVADO
               THRU VERIFICAR-CPF-ARQUIVADO-EXIT.
           IF CLI-NO-ARQUIVO-MORTO
               DISPLAY 'CPF CONSTA DO ARQUIVO MORTO - USE A '
                       'RESTAURACAO (ATIVIDADE01G) ANTES DE '
                       'VINCULAR AO ALUNO.'
               SET CPF-RESP-RECUSADO TO TRUE
               GO TO CONFERIR-CPF-RESP-EXIT
           END-IF.
           SET CPF-RESP-NOVO TO TRUE.
           DISPLAY 'CPF NAO CADASTRADO - INFORME OS DADOS PARA O '
                   'CADASTRO DE CLIENTES.'.

       CONFERIR-CPF-RESP-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * CONFERIR-CLIENTE-RESP                                     *
      * O CPF NOVO SO E INCLUIDO NO CADCLI COM NOME, UF VALIDA NA *
      * TABELA UFTAB E TELEFONE NUMERICO, COMO NO CADASTRAMENTO   *
      * ATIVIDADE01; SENAO O RESPONSAVEL E RECUSADO.              *
      *----------------------------------------------------------*
       CONFERIR-CLIENTE-RESP.
           DISPLAY 'TELEFONE DO RESPONSAVEL'.
           ACCEPT WRK-TELEFONE-ENT FROM CONSOLE.
           MOVE WRK-RESPONSAVEL TO WRK-CLI-NOME.
           IF WRK-CLI-NOME = SPACES AND ALUNO-CADASTRADO
               MOVE ALUN-RESPONSAVEL TO WRK-CLI-NOME
           END-IF.
           IF WRK-CLI-NOME = SPACES
               DISPLAY 'NOME DO RESPONSAVEL OBRIGATORIO PARA O '
                       'CADASTRO DE CLIENTES.'
               SET CPF-RESP-RECUSADO TO TRUE
               GO TO CONFERIR-CLIENTE-RESP-EXIT
           END-IF.
           INSPECT WRK-CLI-NOME
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE WRK-UF-RESP TO UF-WS-TESTE.
           PERFORM VALIDAR-UF.
           IF UF-INVALIDA
               DISPLAY 'UF INVALIDA: ' WRK-UF-RESP
               SET CPF-RESP-RECUSADO TO TRUE
               GO TO CONFERIR-CLIENTE-RESP-EXIT
           END-IF.
           CALL 'VALIDNUM' USING WRK-TELEFONE-ENT WRK-FONE-NUMERICO.
           IF NOT TELEFONE-ACEITO
               DISPLAY 'TELEFONE INVALIDO: ' WRK-TELEFONE-ENT
               SET CPF-RESP-RECUSADO TO TRUE
           END-IF.

       CONFERIR-CLIENTE-RESP-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * GRAVAR-VINCULO-RESP                                       *
      * CPF NOVO E INCLUIDO NO CADCLI (JORNAL CLIJRN E            *
      * AUDIT-TRAIL). COM CPF VINCULADO O ENDERECO DE             *
      * CORRESPONDENCIA PASSA A VIR DO CADCLI E OS CAMPOS DE      *
      * ENDERECO DO ALUNO FICAM EM BRANCO.                        *
      *----------------------------------------------------------*
       GRAVAR-VINCULO-RESP.
           IF CPF-RESP-NOVO
               MOVE WRK-CPF-RESP TO REG-CPF
               MOVE WRK-CLI-NOME TO REG-NOME
               MOVE WRK-END-RESP TO REG-ENDERECO
               MOVE WRK-CIDADE-RESP TO REG-CIDADE
               MOVE WRK-UF-RESP TO REG-UF
               MOVE WRK-TELEFONE-ENT TO REG-TELEFONE
               SET REG-CLIENTE-ATIVO TO TRUE
               MOVE RUNDATE-HOJE TO REG-DATA-SITUACAO
               MOVE 'N' TO REG-CONSENTIMENTO
               MOVE ZEROS TO REG-DATA-NASCIMENTO
               MOVE SPACES TO REG-PERFIL-INV
               MOVE ZEROS TO REG-CEP
               MOVE SPACES TO REG-NUMERO REG-COMPLEMENTO
               WRITE REG-CLIENTE
               MOVE 'I' TO CJR-WS-ACAO
               PERFORM GRAVAR-JORNAL-CLIENTE
               MOVE 'CADCLI-RESP' TO AUD-CAMPO
               MOVE WRK-CPF-RESP TO AUD-VALOR
               PERFORM GRAVAR-AUDITORIA
               DISPLAY 'RESPONSAVEL INCLUIDO NO CADASTRO DE CLIENTES.'
           END-IF.
           IF CPF-RESP-NOVO OR CPF-RESP-CADASTRADO
               MOVE WRK-CPF-RESP TO ALUN-CPF-RESP
               MOVE SPACES TO ALUN-END-RESP
               MOVE SPACES TO ALUN-CIDADE-RESP
               MOVE SPACES TO ALUN-UF-RESP
               MOVE 'CPF-RESP' TO AUD-CAMPO
               MOVE WRK-CPF-RESP TO AUD-VALOR
               PERFORM GRAVAR-AUDITORIA
           END-IF.

       GRAVAR-VINCULO-RESP-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * VERIFICAR-CPF-ARQUIVADO                                   *
      * VARRE O ARQUIVO MORTO CLIARQ PROCURANDO O CPF INFORMADO,  *
      * NOS MOLDES DO CADASTRAMENTO ATIVIDADE01. SEM O ARQUIVO    *
      * MORTO A INCLUSAO SEGUE.                                   *
      *----------------------------------------------------------*
       VERIFICAR-CPF-ARQUIVADO.
           MOVE 'N' TO WRK-CLI-ARQUIVADO.
           OPEN INPUT CLIENTES-ARQUIVO.
           IF ARQ-NAO-ENCONTRADO
               GO TO VERIFICAR-CPF-ARQUIVADO-EXIT
           END-IF.
           READ CLIENTES-ARQUIVO
               AT END
                   SET ARQ-FIM TO TRUE
           END-READ.
           PERFORM VARRER-ARQUIVO-MORTO
               UNTIL ARQ-FIM OR CLI-NO-ARQUIVO-MORTO.
           CLOSE CLIENTES-ARQUIVO.

       VERIFICAR-CPF-ARQUIVADO-EXIT.
           EXIT.

       VARRER-ARQUIVO-MORTO.
           IF ARQ-CPF = WRK-CPF-RESP
               SET CLI-NO-ARQUIVO-MORTO TO TRUE
           ELSE
               READ CLIENTES-ARQUIVO
                   AT END
                       SET ARQ-FIM TO TRUE
               END-READ
           END-IF.

       VARRER-ARQUIVO-MORTO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * CONFERIR-TURMA                                            *
      * A TURMA DIGITADA TEM DE ESTAR CADASTRADA E ATIVA NO       *
      * TURMAMST. EM BRANCO SO VALE NA ALTERACAO (MANTEM A ATUAL).*
      *----------------------------------------------------------*
       CONFERIR-TURMA.
           MOVE 'N' TO WRK-TURMA-OK.
           IF WRK-TURMA = SPACES
               IF ALUNO-CADASTRADO
                   MOVE 'S' TO WRK-TURMA-OK
               END-IF
           ELSE
               MOVE WRK-TURMA TO TUR-WS-CODIGO
               PERFORM CONSULTAR-TURMA
               IF TURMA-DISPONIVEL
                   MOVE 'S' TO WRK-TURMA-OK
               ELSE
                   DISPLAY 'TURMA ' WRK-TURMA
                           ' NAO CADASTRADA OU INATIVA NO TURMAMST.'
               END-IF
           END-IF.

       CONFERIR-TURMA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * REVERIFICAR-ALUNO                                         *
      * RELE A MATRICULA ANTES DE GRAVAR E CONFERE COM A IMAGEM   *
      * EXIBIDA. COM CCR-HOUVE-COLISAO (ALUNO ALTERADO, EXCLUIDO  *
      * OU INCLUIDO POR OUTRA SESSAO) O ALUNO NAO E GRAVADO.      *
      *----------------------------------------------------------*
       REVERIFICAR-ALUNO.
           MOVE WRK-MATRICULA TO ALUN-MATRICULA.
           READ ALUNO-MASTER
               INVALID KEY
                   MOVE SPACES TO CCR-IMAGEM-ATUAL
               NOT INVALID KEY
                   MOVE REG-ALUNO TO CCR-IMAGEM-ATUAL
           END-READ.
           MOVE WRK-MATRICULA TO CCR-WS-CHAVE.
           MOVE 'ALUN-MATRICULA' TO CCR-WS-CAMPO-CHAVE.
           MOVE 1 TO CCR-WS-PRIMEIRO.
           MOVE 8 TO CCR-WS-ULTIMO.
           PERFORM CONFERIR-CONCORRENCIA
               THRU CONFERIR-CONCORRENCIA-EXIT.

       REVERIFICAR-ALUNO-EXIT.
           EXIT.

       AUDITAR-ALUNO.
           MOVE 'ALUN-MATRICULA' TO AUD-CAMPO.
           MOVE WRK-MATRICULA TO AUD-VALOR.
           PERFORM GRAVAR-AUDITORIA.

       AUDITAR-ALUNO-EXIT.
           EXIT.

           COPY 'RUNDATEP.CPY'.
           COPY 'TURMAP.CPY'.
           COPY 'RESPP.CPY'.
           COPY 'UFTABP.CPY'.
           COPY 'AUDITPRC.CPY' REPLACING ==AUD-PROGRAM-ID==
               BY =='PROGCOB08M'==.
           COPY 'CLIJRNP.CPY' REPLACING ==CJR-PROGRAM-ID==
               BY =='PROGCOB08M'==.
           COPY 'CONCORP.CPY' REPLACING ==CCR-PROGRAM-ID==
               BY =='PROGCOB08M'==.
           COPY 'QUIESCEP.CPY'.
           COPY 'QUIESCES.CPY'.
