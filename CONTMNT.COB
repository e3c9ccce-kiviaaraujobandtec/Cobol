       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTMNT.
      **********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = KIVIA(ALURA) KIVIAAL
      *OBJETIVO: REGISTRO E ATUALIZACAO DO HISTORICO DE CONTATOS
      *DO CLIENTE (CLICONT) - LIGACOES, VISITAS A AGENCIA E
      *E-MAILS, COM CANAL, ASSUNTO, TEXTO LIVRE E O OPERADOR
      *ASSINADO NO MENU-PRINCIPAL (OPCAO 9). CONTATO QUE PRECISA
      *DE RETORNO FICA EM ABERTO E ENTRA NA LISTA DIARIA DE
      *PENDENCIAS DO OPERADOR (CONTPEND) ATE SER ENCERRADO AQUI,
      *COM NOTA DE ENCERRAMENTO. INCLUIR E ATUALIZAR EXIGEM SESSAO
      *ASSINADA; A CONSULTA POR CPF FICA SEMPRE LIBERADA. CADA
      *INCLUSAO E ATUALIZACAO VAI PARA O AUDIT-TRAIL COM O CPF.
      *DATA   = 01/06/22
      *HISTORICO DE ALTERACOES
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTATOS-CLIENTE ASSIGN TO "CLICONT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTT-CHAVE
               FILE STATUS IS WRK-CTT-STATUS.

           SELECT CADASTRO-CLIENTE ASSIGN TO "CADCLI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CPF
               ALTERNATE RECORD KEY IS REG-NOME
                   WITH DUPLICATES
               FILE STATUS IS WRK-CLI-STATUS.

           SELECT AUDIT-TRAIL ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUD-WS-STATUS.

           SELECT OPERADOR-SESSAO ASSIGN TO "OPERSESS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SES-WS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTATOS-CLIENTE.
           COPY 'CLICONT.CPY'.

       FD  CADASTRO-CLIENTE.
           COPY 'CLIREG.CPY'.

       FD  AUDIT-TRAIL.
           COPY 'AUDITLOG.CPY'.

       FD  OPERADOR-SESSAO.
           COPY 'OPERSESS.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'AUDITWS.CPY'.
           COPY 'OPERSESW.CPY'.
       77 WRK-CTT-STATUS PIC X(02) VALUE ZEROS.
           88 CTT-ARQ-OK VALUE '00'.
           88 CTT-ARQ-DUPLICADO VALUE '22'.
           88 CTT-ARQ-AUSENTE VALUE '23' '35'.
       77 WRK-CLI-STATUS PIC X(02) VALUE ZEROS.
           88 CLI-OK VALUE '00'.
           88 CLI-NAO-ENCONTRADO VALUE '23' '35'.

       77 WRK-OPERADOR PIC X(08) VALUE SPACES.
       77 WRK-OPCAO PIC X(01) VALUE SPACES.
           88 OPCAO-INCLUIR VALUE 'I'.
           88 OPCAO-ATUALIZAR VALUE 'A'.
           88 OPCAO-CONSULTAR VALUE 'C'.
       77 WRK-CPF-ENT PIC X(11) VALUE SPACES.
       77 WRK-CPF PIC 9(11) VALUE ZEROS.
       77 WRK-CPF-ED PIC *********/99 VALUE ZEROS.
       77 WRK-CPF-TEXTO PIC X(11) VALUE SPACES.
       77 WRK-ENTRADA-VALIDA PIC X(01) VALUE 'N'.
           88 ENTRADA-VALIDA VALUE 'S'.
       77 WRK-CANAL PIC X(01) VALUE SPACES.
       77 WRK-ASSUNTO PIC X(03) VALUE SPACES.
       77 WRK-TEXTO PIC X(60) VALUE SPACES.
       77 WRK-NOTA PIC X(40) VALUE SPACES.
       77 WRK-RESPOSTA PIC X(01) VALUE SPACES.
           88 RESPOSTA-SIM VALUE 'S'.
           88 RESPOSTA-VALIDA VALUE 'S' 'N'.
       77 WRK-VARRE PIC X(01) VALUE 'N'.
           88 VARREDURA-FIM VALUE 'S'.
       77 WRK-DATA-ED PIC 9(04)/99/99 VALUE ZEROS.
       77 WRK-HORA-ED PIC 99B99B99 VALUE ZEROS.
       77 WRK-TOTAL-CONTATOS PIC 9(05) VALUE ZEROS.

      *CONTATOS EM ABERTO DO CPF, NUMERADOS PARA A ESCOLHA NA
      *ATUALIZACAO
       77 WRK-QTD-ABERTOS PIC 9(02) VALUE ZEROS.
       77 WRK-ESCOLHA-ENT PIC X(11) VALUE SPACES.
       77 WRK-ESCOLHA PIC 9(02) VALUE ZEROS.
       01 TAB-ABERTOS.
           05 TAB-ABE-CHAVE OCCURS 20 TIMES PIC X(25).
           COPY 'RUNDATE.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0002-INICIALIZAR THRU 0002-INICIALIZAR-EXIT.
           PERFORM 0003-FINALIZAR.

           GOBACK.

       0002-INICIALIZAR.
           PERFORM OBTER-DATA-EXECUCAO.
           DISPLAY 'CONTMNT' '   DATA: ' RUNDATE-HOJE-ED.
           DISPLAY 'HISTORICO DE CONTATOS DO CLIENTE'.

           PERFORM OBTER-OPERADOR-SESSAO.
           MOVE AUD-WS-OPERADOR TO WRK-OPERADOR.

           OPEN I-O CONTATOS-CLIENTE.
           IF CTT-ARQ-AUSENTE
               OPEN OUTPUT CONTATOS-CLIENTE
               CLOSE CONTATOS-CLIENTE
               OPEN I-O CONTATOS-CLIENTE
           END-IF.

           DISPLAY 'OPCAO: I=INCLUIR  A=ATUALIZAR/ENCERRAR  '
                   'C=CONSULTAR'.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           IF (OPCAO-INCLUIR OR OPCAO-ATUALIZAR)
              AND WRK-OPERADOR = SPACES
               DISPLAY 'SEM SESSAO ASSINADA - SO A CONSULTA FICA '
                       'DISPONIVEL.'
               GO TO 0002-INICIALIZAR-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN OPCAO-INCLUIR
                   PERFORM INCLUIR-CONTATO THRU INCLUIR-CONTATO-EXIT
               WHEN OPCAO-ATUALIZAR
                   PERFORM ATUALIZAR-CONTATO THRU
                       ATUALIZAR-CONTATO-EXIT
               WHEN OPCAO-CONSULTAR
                   PERFORM CONSULTAR-CONTATOS THRU
                       CONSULTAR-CONTATOS-EXIT
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA - NADA FOI ALTERADO.'
           END-EVALUATE.

       0002-INICIALIZAR-EXIT.
           EXIT.

       0003-FINALIZAR.
           CLOSE CONTATOS-CLIENTE.
           PERFORM FECHAR-AUDITORIA.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

      *----------------------------------------------------------*
      * LER-CPF                                                   *
      * ACEITA O CPF DO CLIENTE E CONFERE NO CADASTRO-CLIENTE -   *
      * VOLTA ENTRADA-VALIDA SO PARA CPF CADASTRADO.              *
      *----------------------------------------------------------*
       LER-CPF.
           MOVE 'N' TO WRK-ENTRADA-VALIDA.
           DISPLAY 'CPF DO CLIENTE'.
           ACCEPT WRK-CPF-ENT FROM CONSOLE.
           CALL 'VALIDNUM' USING WRK-CPF-ENT WRK-ENTRADA-VALIDA.
           IF NOT ENTRADA-VALIDA
               DISPLAY 'ENTRADA INVALIDA'
               GO TO LER-CPF-EXIT
           END-IF.
           MOVE FUNCTION TRIM(WRK-CPF-ENT) TO WRK-CPF.
           MOVE WRK-CPF TO WRK-CPF-ED.
           MOVE WRK-CPF TO WRK-CPF-TEXTO.
           OPEN INPUT CADASTRO-CLIENTE.
           IF CLI-NAO-ENCONTRADO
               DISPLAY 'CADASTRO DE CLIENTES INEXISTENTE.'
               MOVE 'N' TO WRK-ENTRADA-VALIDA
               GO TO LER-CPF-EXIT
           END-IF.
           MOVE WRK-CPF TO REG-CPF.
           READ CADASTRO-CLIENTE
               INVALID KEY
                   DISPLAY 'CPF ' WRK-CPF-ED ' NAO CADASTRADO.'
                   MOVE 'N' TO WRK-ENTRADA-VALIDA
               NOT INVALID KEY
                   DISPLAY 'CLIENTE: ' REG-NOME
           END-READ.
           CLOSE CADASTRO-CLIENTE.

       LER-CPF-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * INCLUIR-CONTATO                                           *
      * REGISTRA UM CONTATO NOVO DO CLIENTE COM A DATA E A HORA   *
      * CORRENTES E O OPERADOR DA SESSAO. COM RETORNO PENDENTE O  *
      * CONTATO FICA EM ABERTO; SEM, JA NASCE ENCERRADO.          *
      *----------------------------------------------------------*
       INCLUIR-CONTATO.
           PERFORM LER-CPF THRU LER-CPF-EXIT.
           IF NOT ENTRADA-VALIDA
               DISPLAY 'NADA FOI GRAVADO.'
               GO TO INCLUIR-CONTATO-EXIT
           END-IF.
           DISPLAY 'CANAL: T=TELEFONE  A=AGENCIA  E=E-MAIL'.
           ACCEPT WRK-CANAL FROM CONSOLE.
           MOVE WRK-CANAL TO CTT-CANAL.
           IF NOT CTT-CANAL-VALIDO
               DISPLAY 'CANAL INVALIDO - NADA FOI GRAVADO.'
               GO TO INCLUIR-CONTATO-EXIT
           END-IF.
           DISPLAY 'ASSUNTO: INF=INFORMACAO  INV=APLICACAO/RESGATE  '
                   'CAD=CADASTRO'.
           DISPLAY '         COB=COBRANCA  REC=RECLAMACAO  '
                   'OUT=OUTROS'.
           ACCEPT WRK-ASSUNTO FROM CONSOLE.
           INSPECT WRK-ASSUNTO
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE WRK-ASSUNTO TO CTT-ASSUNTO.
           IF NOT CTT-ASSUNTO-VALIDO
               DISPLAY 'ASSUNTO INVALIDO - NADA FOI GRAVADO.'
               GO TO INCLUIR-CONTATO-EXIT
           END-IF.
           DISPLAY 'DESCRICAO DO CONTATO (ATE 60 POSICOES)'.
           ACCEPT WRK-TEXTO FROM CONSOLE.
           IF WRK-TEXTO = SPACES
               DISPLAY 'DESCRICAO NAO INFORMADA - NADA FOI GRAVADO.'
               GO TO INCLUIR-CONTATO-EXIT
           END-IF.
           DISPLAY 'PRECISA DE RETORNO AO CLIENTE? (S/N)'.
           ACCEPT WRK-RESPOSTA FROM CONSOLE.
           IF NOT RESPOSTA-VALIDA
               DISPLAY 'RESPOSTA INVALIDA - NADA FOI GRAVADO.'
               GO TO INCLUIR-CONTATO-EXIT
           END-IF.

           MOVE WRK-CPF TO CTT-CPF.
           ACCEPT CTT-DATA FROM DATE YYYYMMDD.
           ACCEPT CTT-HORA FROM TIME.
           MOVE WRK-CANAL TO CTT-CANAL.
           MOVE WRK-ASSUNTO TO CTT-ASSUNTO.
           MOVE WRK-TEXTO TO CTT-TEXTO.
           MOVE WRK-OPERADOR TO CTT-OPERADOR.
           MOVE SPACES TO CTT-NOTA-ENCERRA.
           IF RESPOSTA-SIM
               SET CTT-ABERTO TO TRUE
               MOVE ZEROS TO CTT-DATA-ENCERRA
               MOVE SPACES TO CTT-OPER-ENCERRA
           ELSE
               SET CTT-ENCERRADO TO TRUE
               MOVE CTT-DATA TO CTT-DATA-ENCERRA
               MOVE WRK-OPERADOR TO CTT-OPER-ENCERRA
           END-IF.
           WRITE REG-CONTATO.
      *DOIS CONTATOS DO MESMO CPF NO MESMO SEGUNDO: O SEGUNDO VAI
      *PARA O SEGUNDO SEGUINTE
           IF CTT-ARQ-DUPLICADO
               ADD 1 TO CTT-HORA
               WRITE REG-CONTATO
           END-IF.
           IF NOT CTT-ARQ-OK
               DISPLAY 'ERRO AO GRAVAR O CONTATO - STATUS: '
                       WRK-CTT-STATUS
               GO TO INCLUIR-CONTATO-EXIT
           END-IF.
           IF CTT-ABERTO
               DISPLAY 'CONTATO REGISTRADO EM ABERTO PARA RETORNO.'
           ELSE
               DISPLAY 'CONTATO REGISTRADO.'
           END-IF.
           MOVE 'INCLUI-CONTATO' TO AUD-CAMPO.
           MOVE WRK-CPF-TEXTO TO AUD-VALOR.
           PERFORM GRAVAR-AUDITORIA.

       INCLUIR-CONTATO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ATUALIZAR-CONTATO                                         *
      * LISTA OS CONTATOS EM ABERTO DO CPF, O OPERADOR ESCOLHE UM *
      * E PODE TROCAR A DESCRICAO E/OU ENCERRAR O ACOMPANHAMENTO  *
      * COM UMA NOTA. CONTATO ENCERRADO NAO E MAIS ALTERADO.      *
      *----------------------------------------------------------*
       ATUALIZAR-CONTATO.
           PERFORM LER-CPF THRU LER-CPF-EXIT.
           IF NOT ENTRADA-VALIDA
               DISPLAY 'NADA FOI ALTERADO.'
               GO TO ATUALIZAR-CONTATO-EXIT
           END-IF.
           MOVE ZEROS TO WRK-QTD-ABERTOS.
           PERFORM POSICIONAR-CPF.
           PERFORM GUARDAR-CONTATO-ABERTO UNTIL VARREDURA-FIM.
           IF WRK-QTD-ABERTOS = ZEROS
               DISPLAY 'NENHUM CONTATO EM ABERTO PARA ESTE CPF.'
               GO TO ATUALIZAR-CONTATO-EXIT
           END-IF.
           DISPLAY 'NUMERO DO CONTATO A ATUALIZAR'.
           ACCEPT WRK-ESCOLHA-ENT FROM CONSOLE.
           MOVE 'N' TO WRK-ENTRADA-VALIDA.
           CALL 'VALIDNUM' USING WRK-ESCOLHA-ENT WRK-ENTRADA-VALIDA.
           IF ENTRADA-VALIDA
               MOVE FUNCTION TRIM(WRK-ESCOLHA-ENT) TO WRK-ESCOLHA
           END-IF.
           IF NOT ENTRADA-VALIDA OR WRK-ESCOLHA = ZEROS
              OR WRK-ESCOLHA > WRK-QTD-ABERTOS
               DISPLAY 'NUMERO INVALIDO - NADA FOI ALTERADO.'
               GO TO ATUALIZAR-CONTATO-EXIT
           END-IF.
           MOVE TAB-ABE-CHAVE(WRK-ESCOLHA) TO CTT-CHAVE.
           READ CONTATOS-CLIENTE
               INVALID KEY
                   DISPLAY 'CONTATO NAO ENCONTRADO - NADA FOI '
                           'ALTERADO.'
                   GO TO ATUALIZAR-CONTATO-EXIT
           END-READ.

           DISPLAY 'DESCRICAO ATUAL: ' CTT-TEXTO.
           DISPLAY 'NOVA DESCRICAO (BRANCO = MANTEM)'.
           ACCEPT WRK-TEXTO FROM CONSOLE.
           DISPLAY 'ENCERRAR O ACOMPANHAMENTO? (S/N)'.
           ACCEPT WRK-RESPOSTA FROM CONSOLE.
           IF NOT RESPOSTA-VALIDA
               DISPLAY 'RESPOSTA INVALIDA - NADA FOI ALTERADO.'
               GO TO ATUALIZAR-CONTATO-EXIT
           END-IF.
           IF RESPOSTA-SIM
               DISPLAY 'NOTA DE ENCERRAMENTO (ATE 40 POSICOES)'
               ACCEPT WRK-NOTA FROM CONSOLE
               IF WRK-NOTA = SPACES
                   DISPLAY 'NOTA NAO INFORMADA - NADA FOI ALTERADO.'
                   GO TO ATUALIZAR-CONTATO-EXIT
               END-IF
           END-IF.
           IF WRK-TEXTO = SPACES AND NOT RESPOSTA-SIM
               DISPLAY 'NADA FOI ALTERADO.'
               GO TO ATUALIZAR-CONTATO-EXIT
           END-IF.

           IF WRK-TEXTO NOT = SPACES
               MOVE WRK-TEXTO TO CTT-TEXTO
           END-IF.
           IF RESPOSTA-SIM
               SET CTT-ENCERRADO TO TRUE
               MOVE RUNDATE-HOJE TO CTT-DATA-ENCERRA
               MOVE WRK-OPERADOR TO CTT-OPER-ENCERRA
               MOVE WRK-NOTA TO CTT-NOTA-ENCERRA
               MOVE 'ENCERRA-CONTATO' TO AUD-CAMPO
           ELSE
               MOVE 'ALTERA-CONTATO' TO AUD-CAMPO
           END-IF.
           REWRITE REG-CONTATO.
           IF CTT-ENCERRADO
               DISPLAY 'CONTATO ENCERRADO.'
           ELSE
               DISPLAY 'CONTATO ATUALIZADO - SEGUE EM ABERTO.'
           END-IF.
           MOVE WRK-CPF-TEXTO TO AUD-VALOR.
           PERFORM GRAVAR-AUDITORIA.

       ATUALIZAR-CONTATO-EXIT.
           EXIT.

       GUARDAR-CONTATO-ABERTO.
           PERFORM LER-PROXIMO-CONTATO.
           IF NOT VARREDURA-FIM AND CTT-ABERTO
               IF WRK-QTD-ABERTOS < 20
                   ADD 1 TO WRK-QTD-ABERTOS
                   MOVE CTT-CHAVE TO TAB-ABE-CHAVE(WRK-QTD-ABERTOS)
                   DISPLAY 'CONTATO NUMERO ' WRK-QTD-ABERTOS
                   PERFORM MOSTRAR-CONTATO
               ELSE
                   DISPLAY 'MAIS DE 20 CONTATOS EM ABERTO - ENCERRE '
                           'OS PRIMEIROS PARA VER OS DEMAIS.'
                   SET VARREDURA-FIM TO TRUE
               END-IF
           END-IF.

       GUARDAR-CONTATO-ABERTO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * CONSULTAR-CONTATOS                                        *
      * LISTA TODOS OS CONTATOS DO CPF EM ORDEM CRONOLOGICA.      *
      *----------------------------------------------------------*
       CONSULTAR-CONTATOS.
           PERFORM LER-CPF THRU LER-CPF-EXIT.
           IF NOT ENTRADA-VALIDA
               GO TO CONSULTAR-CONTATOS-EXIT
           END-IF.
           PERFORM POSICIONAR-CPF.
           PERFORM LISTAR-UM-CONTATO UNTIL VARREDURA-FIM.
           DISPLAY 'CONTATOS DO CLIENTE: ' WRK-TOTAL-CONTATOS.

       CONSULTAR-CONTATOS-EXIT.
           EXIT.

       LISTAR-UM-CONTATO.
           PERFORM LER-PROXIMO-CONTATO.
           IF NOT VARREDURA-FIM
               ADD 1 TO WRK-TOTAL-CONTATOS
               PERFORM MOSTRAR-CONTATO
           END-IF.

       LISTAR-UM-CONTATO-EXIT.
           EXIT.

       POSICIONAR-CPF.
           MOVE 'N' TO WRK-VARRE.
           MOVE WRK-CPF TO CTT-CPF.
           MOVE ZEROS TO CTT-DATA.
           MOVE ZEROS TO CTT-HORA.
           START CONTATOS-CLIENTE KEY IS NOT < CTT-CHAVE
               INVALID KEY
                   SET VARREDURA-FIM TO TRUE
           END-START.

       POSICIONAR-CPF-EXIT.
           EXIT.

       LER-PROXIMO-CONTATO.
           READ CONTATOS-CLIENTE NEXT RECORD
               AT END
                   SET VARREDURA-FIM TO TRUE
           END-READ.
           IF NOT VARREDURA-FIM AND CTT-CPF NOT = WRK-CPF
               SET VARREDURA-FIM TO TRUE
           END-IF.

       LER-PROXIMO-CONTATO-EXIT.
           EXIT.

       MOSTRAR-CONTATO.
           MOVE CTT-DATA TO WRK-DATA-ED.
           MOVE CTT-HORA TO WRK-HORA-ED.
           DISPLAY WRK-DATA-ED ' ' WRK-HORA-ED ' ' CTT-CANAL ' '
                   CTT-ASSUNTO ' ' CTT-OPERADOR ' ' CTT-SITUACAO.
           DISPLAY '   ' CTT-TEXTO.
           IF CTT-ENCERRADO AND CTT-NOTA-ENCERRA NOT = SPACES
               MOVE CTT-DATA-ENCERRA TO WRK-DATA-ED
               DISPLAY '   ENCERRADO ' WRK-DATA-ED ' '
                       CTT-OPER-ENCERRA ' ' CTT-NOTA-ENCERRA
           END-IF.

       MOSTRAR-CONTATO-EXIT.
           EXIT.

           COPY 'AUDITPRC.CPY' REPLACING ==AUD-PROGRAM-ID==
               BY =='CONTMNT'==.
           COPY 'RUNDATEP.CPY'.
