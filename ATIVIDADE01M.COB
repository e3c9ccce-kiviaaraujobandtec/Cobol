      *NIGHTCTL): COM O SISTEMA TRAVADO A ATUALIZACAO E
      *RECUSADA, SALVO LIBERACAO DE SUPERVISOR REGISTRADA NO
      *AUDIT-TRAIL (LIBERA-QUIESCE)
      *31/05/22 KA A ALTERACAO PEDE PRIMEIRO O NOVO CEP: ACHADO NA
      *TABELA CEPTAB, LOGRADOURO, CIDADE E UF VEM DA TABELA E SO
      *NUMERO E COMPLEMENTO SAO DIGITADOS; CEP EM BRANCO OU FORA
      *DA TABELA SEGUE COM ENDERECO, CIDADE E UF DIGITADOS
      *07/06/22 KA ANTES DE REGRAVAR OU EXCLUIR, RELE O CLIENTE E
      *CONFERE COM A IMAGEM EXIBIDA (CONCORP.CPY): SE OUTRA SESSAO
      *GRAVOU O MESMO CPF NESSE MEIO TEMPO, MOSTRA OS CAMPOS QUE
      *MUDARAM E QUEM MUDOU (PELO CLIHIST), REGISTRA A COLISAO NO
      *ARQUIVO COLISAO E NADA E GRAVADO. AUDIT-TRAIL E HISTORICO
      *DA ALTERACAO PASSAM A SER GRAVADOS SO DEPOIS DA CONFERENCIA,
      *PARA O CLIHIST NAO GUARDAR UM "ANTES" QUE NAO ESTAVA NA TELA
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CJR-WS-STATUS.

           SELECT TABELA-CEP ASSIGN TO "CEPTAB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CEP-CODIGO
               FILE STATUS IS CEP-WS-STATUS.

           SELECT ARQUIVO-QUIESCE ASSIGN TO "QUIESCE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS QSC-WS-STATUS.

           SELECT LOG-COLISAO ASSIGN TO "COLISAO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CCR-WS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CADASTRO-CLIENTE.
       FD  JORNAL-CLIENTE.
           COPY 'CLIJRN.CPY'.

       FD  TABELA-CEP.
           COPY 'CEPTAB.CPY'.

       FD  ARQUIVO-QUIESCE.
           COPY 'QUIESCE.CPY'.

       FD  LOG-COLISAO.
           COPY 'COLISAO.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'QUIESCEW.CPY'.
           COPY 'AUDITWS.CPY'.
           COPY 'OPERSESW.CPY'.
           COPY 'CLIHISTW.CPY'.
           COPY 'CLIJRNW.CPY'.
           COPY 'CEPTABW.CPY'.
           COPY 'CONCORW.CPY'.

       77 WRK-CPF-ENT PIC X(11) VALUE SPACES.
       77 WRK-CPF PIC 9(11) VALUE ZEROS.
       77 WRK-CIDADE PIC X(20) VALUE SPACES.
       77 WRK-UF PIC X(02) VALUE SPACES.
       77 WRK-TELEFONE PIC X(15) VALUE SPACES.
       77 WRK-CEP-ENT PIC X(11) VALUE SPACES.
       77 WRK-CEP PIC 9(08) VALUE ZEROS.
       77 WRK-CEP-NUMERICO PIC X(01) VALUE 'N'.
           88 CEP-NUMERICO VALUE 'S'.
       77 WRK-LOGRADOURO PIC X(40) VALUE SPACES.
       77 WRK-NUMERO PIC X(06) VALUE SPACES.
       77 WRK-COMPLEMENTO PIC X(15) VALUE SPACES.
       77 WRK-CONSENTIMENTO PIC X(01) VALUE SPACES.
       77 WRK-NASC-ENT PIC X(11) VALUE SPACES.
       77 WRK-DATA-NASC PIC 9(08) VALUE ZEROS.
           88 NASCIMENTO-NUMERICO VALUE 'S'.
       77 WRK-PERFIL-INV PIC X(01) VALUE SPACES.
           88 PERFIL-INFORMADO VALUE 'C' 'M' 'A'.

      *MUDANCAS DA ALTERACAO, GRAVADAS NO AUDIT-TRAIL E NO CLIHIST
      *SO DEPOIS DA CONFERENCIA DE ATUALIZACAO CONCORRENTE
       77 WRK-QTD-MUDANCAS PIC 9(02) VALUE ZEROS.
       77 WRK-IND-MUDANCA PIC 9(02) VALUE ZEROS.
       01 WRK-MUDANCAS.
           05 WRK-MUDANCA OCCURS 20 TIMES.
               10 WRK-MUD-CAMPO PIC X(15).
               10 WRK-MUD-ANTES PIC X(30).
               10 WRK-MUD-DEPOIS PIC X(30).

      *CAMPOS DO REG-CLIENTE (CLIREG.CPY) CONFERIDOS CONTRA A IMAGEM
      *EXIBIDA - NOME, POSICAO INICIAL E TAMANHO
       01 CCR-CAMPOS-LITERAL.
           05 FILLER PIC X(21) VALUE 'REG-NOME       012020'.
           05 FILLER PIC X(21) VALUE 'REG-ENDERECO   032030'.
           05 FILLER PIC X(21) VALUE 'REG-CIDADE     062020'.
           05 FILLER PIC X(21) VALUE 'REG-UF         082002'.
           05 FILLER PIC X(21) VALUE 'REG-TELEFONE   084015'.
           05 FILLER PIC X(21) VALUE 'REG-SITUACAO   099001'.
           05 FILLER PIC X(21) VALUE 'DATA-SITUACAO  100008'.
           05 FILLER PIC X(21) VALUE 'CONSENTIMENTO  108001'.
           05 FILLER PIC X(21) VALUE 'DATA-NASCIMENTO109008'.
           05 FILLER PIC X(21) VALUE 'PERFIL-INV     117001'.
           05 FILLER PIC X(21) VALUE 'REG-CEP        118008'.
           05 FILLER PIC X(21) VALUE 'REG-NUMERO     126006'.
           05 FILLER PIC X(21) VALUE 'REG-COMPLEMENTO132015'.
       01 CCR-CAMPOS REDEFINES CCR-CAMPOS-LITERAL.
           05 CCR-CAMPO OCCURS 13 TIMES.
               10 CCR-CAMPO-NOME PIC X(15).
               10 CCR-CAMPO-INICIO PIC 9(03).
               10 CCR-CAMPO-TAM PIC 9(03).
           COPY 'RUNDATE.CPY'.

       PROCEDURE DIVISION.
       0003-PROCESSAR.
           MOVE WRK-CPF TO HIS-WS-CPF.
           PERFORM EXIBIR-CLIENTE.
           MOVE REG-CLIENTE TO CCR-IMAGEM-TELA.
           PERFORM MARCAR-IMAGEM-TELA THRU MARCAR-IMAGEM-TELA-EXIT.
           DISPLAY 'OPCAO: A=ALTERAR  I=INATIVAR  R=REATIVAR  '
                   'E=EXCLUIR'.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           PERFORM FECHAR-AUDITORIA.
           PERFORM FECHAR-HISTORICO-CLI.
           PERFORM FECHAR-JORNAL-CLIENTE.
           PERFORM FECHAR-TABELA-CEP.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

      *----------------------------------------------------------*
           DISPLAY 'CPF.......: ' WRK-CPF-ED.
           DISPLAY 'ENDERECO..: ' REG-ENDERECO.
           DISPLAY 'CIDADE/UF.: ' REG-CIDADE ' / ' REG-UF.
           DISPLAY 'CEP.......: ' REG-CEP.
           DISPLAY 'TELEFONE..: ' REG-TELEFONE.
           DISPLAY 'SITUACAO..: ' REG-SITUACAO.
           DISPLAY 'MARKETING.: ' REG-CONSENTIMENTO.
      *----------------------------------------------------------*
      * ALTERAR-CLIENTE                                           *
      * ACEITA OS NOVOS VALORES DE ENDERECO/CIDADE/UF/TELEFONE    *
      * (ENTER EM BRANCO MANTEM O VALOR ATUAL), ANOTA CADA CAMPO  *
      * ALTERADO E, SE O REGISTRO NAO MUDOU DESDE A EXIBICAO,     *
      * REGRAVA O REGISTRO E GRAVA AS MUDANCAS NO AUDIT-TRAIL E   *
      * NO HISTORICO.                                             *
      *----------------------------------------------------------*
       ALTERAR-CLIENTE.
           MOVE ZEROS TO WRK-QTD-MUDANCAS.
           PERFORM ALTERAR-CEP THRU ALTERAR-CEP-EXIT.
           IF CEP-ENCONTRADO
               MOVE SPACES TO WRK-ENDERECO WRK-CIDADE WRK-UF
           ELSE
               DISPLAY 'NOVO ENDERECO (BRANCO MANTEM)'
               ACCEPT WRK-ENDERECO FROM CONSOLE
           END-IF.
           IF WRK-ENDERECO NOT = SPACES
               MOVE REG-ENDERECO TO HIS-WS-ANTES
               MOVE WRK-ENDERECO TO REG-ENDERECO
               MOVE 'REG-ENDERECO' TO HIS-WS-CAMPO
               MOVE REG-ENDERECO TO HIS-WS-DEPOIS
               PERFORM ANOTAR-MUDANCA
           END-IF.
           IF NOT CEP-ENCONTRADO
               DISPLAY 'NOVA CIDADE (BRANCO MANTEM)'
               ACCEPT WRK-CIDADE FROM CONSOLE
               INSPECT WRK-CIDADE
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           END-IF.
           IF WRK-CIDADE NOT = SPACES
               MOVE REG-CIDADE TO HIS-WS-ANTES
               MOVE WRK-CIDADE TO REG-CIDADE
               MOVE 'REG-CIDADE' TO HIS-WS-CAMPO
               MOVE REG-CIDADE TO HIS-WS-DEPOIS
               PERFORM ANOTAR-MUDANCA
           END-IF.
           IF NOT CEP-ENCONTRADO
               DISPLAY 'NOVA UF (BRANCO MANTEM)'
               ACCEPT WRK-UF FROM CONSOLE
           END-IF.
           IF WRK-UF NOT = SPACES
               MOVE REG-UF TO HIS-WS-ANTES
               MOVE WRK-UF TO REG-UF
               MOVE 'REG-UF' TO HIS-WS-CAMPO
               MOVE REG-UF TO HIS-WS-DEPOIS
               PERFORM ANOTAR-MUDANCA
           END-IF.
           DISPLAY 'NOVO TELEFONE (BRANCO MANTEM)'.
           ACCEPT WRK-TELEFONE FROM CONSOLE.
           IF WRK-TELEFONE NOT = SPACES
               MOVE REG-TELEFONE TO HIS-WS-ANTES
               MOVE WRK-TELEFONE TO REG-TELEFONE
               MOVE 'REG-TELEFONE' TO HIS-WS-CAMPO
               MOVE REG-TELEFONE TO HIS-WS-DEPOIS
               PERFORM ANOTAR-MUDANCA
           END-IF.
           DISPLAY 'CONSENTIMENTO MARKETING S/N (BRANCO MANTEM)'.
           ACCEPT WRK-CONSENTIMENTO FROM CONSOLE.
           IF WRK-CONSENTIMENTO = 'S' OR WRK-CONSENTIMENTO = 'N'
               MOVE REG-CONSENTIMENTO TO HIS-WS-ANTES
               MOVE WRK-CONSENTIMENTO TO REG-CONSENTIMENTO
               MOVE 'CONSENTIMENTO' TO HIS-WS-CAMPO
               MOVE REG-CONSENTIMENTO TO HIS-WS-DEPOIS
               PERFORM ANOTAR-MUDANCA
           END-IF.
           DISPLAY 'NOVA DATA DE NASCIMENTO AAAAMMDD '
                   '(BRANCO MANTEM)'.
                   MOVE FUNCTION TRIM(WRK-NASC-ENT) TO WRK-DATA-NASC
                   MOVE REG-DATA-NASCIMENTO TO HIS-WS-ANTES
                   MOVE WRK-DATA-NASC TO REG-DATA-NASCIMENTO
                   MOVE 'DATA-NASCIMENTO' TO HIS-WS-CAMPO
                   MOVE REG-DATA-NASCIMENTO TO HIS-WS-DEPOIS
                   PERFORM ANOTAR-MUDANCA
               ELSE
                   DISPLAY 'DATA INVALIDA - NASCIMENTO MANTIDO.'
               END-IF
           IF PERFIL-INFORMADO
               MOVE REG-PERFIL-INV TO HIS-WS-ANTES
               MOVE WRK-PERFIL-INV TO REG-PERFIL-INV
               MOVE 'PERFIL-INV' TO HIS-WS-CAMPO
               MOVE REG-PERFIL-INV TO HIS-WS-DEPOIS
               PERFORM ANOTAR-MUDANCA
           END-IF.

           PERFORM REVERIFICAR-CLIENTE THRU REVERIFICAR-CLIENTE-EXIT.
           IF CCR-HOUVE-COLISAO
               GO TO ALTERAR-CLIENTE-EXIT
           END-IF.
           REWRITE REG-CLIENTE
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR - STATUS: ' WRK-CLI-STATUS
               NOT INVALID KEY
                   PERFORM GRAVAR-MUDANCAS THRU GRAVAR-MUDANCAS-EXIT
                   MOVE 'A' TO CJR-WS-ACAO
                   PERFORM GRAVAR-JORNAL-CLIENTE
                   DISPLAY 'REGISTRO ALTERADO.'
       ALTERAR-CLIENTE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ALTERAR-CEP                                               *
      * PEDE O NOVO CEP (BRANCO MANTEM O ATUAL). ACHADO NA TABELA *
      * CEPTAB, PEDE NUMERO E COMPLEMENTO E TROCA CEP, NUMERO,    *
      * COMPLEMENTO, ENDERECO, CIDADE E UF DE UMA VEZ, CADA CAMPO *
      * NO AUDIT-TRAIL E NO HISTORICO. CEP FORA DA TABELA (OU SEM *
      * A TABELA) SO TROCA O CEP E O ENDERECO SEGUE DIGITADO.     *
      *----------------------------------------------------------*
       ALTERAR-CEP.
           MOVE 'N' TO CEP-WS-ACHADO.
           DISPLAY 'NOVO CEP (BRANCO MANTEM)'.
           ACCEPT WRK-CEP-ENT FROM CONSOLE.
           IF WRK-CEP-ENT = SPACES
               GO TO ALTERAR-CEP-EXIT
           END-IF.
           CALL 'VALIDNUM' USING WRK-CEP-ENT WRK-CEP-NUMERICO.
           IF NOT CEP-NUMERICO
               DISPLAY 'CEP INVALIDO - CEP MANTIDO.'
               GO TO ALTERAR-CEP-EXIT
           END-IF.
           MOVE FUNCTION TRIM(WRK-CEP-ENT) TO WRK-CEP.
           MOVE WRK-CEP TO CEP-WS-CEP.
           PERFORM CONSULTAR-CEP.
           IF NOT CEP-ENCONTRADO AND NOT CEP-TABELA-AUSENTE
               DISPLAY 'CEP NAO ENCONTRADO NA TABELA - DIGITE O '
                       'ENDERECO.'
           END-IF.
           MOVE REG-CEP TO HIS-WS-ANTES.
           MOVE WRK-CEP TO REG-CEP.
           MOVE 'REG-CEP' TO HIS-WS-CAMPO.
           MOVE REG-CEP TO HIS-WS-DEPOIS.
           PERFORM ANOTAR-MUDANCA.
           IF NOT CEP-ENCONTRADO
               GO TO ALTERAR-CEP-EXIT
           END-IF.

           DISPLAY 'LOGRADOURO: ' CEP-LOGRADOURO.
           DISPLAY 'BAIRRO....: ' CEP-BAIRRO.
           DISPLAY 'CIDADE/UF.: ' CEP-WS-CIDADE ' / ' CEP-WS-UF.
           IF CEP-LOGRADOURO = SPACES
               DISPLAY 'LOGRADOURO'
               ACCEPT WRK-LOGRADOURO FROM CONSOLE
               MOVE WRK-LOGRADOURO TO CEP-LOGRADOURO
           END-IF.
           DISPLAY 'NUMERO'.
           ACCEPT WRK-NUMERO FROM CONSOLE.
           DISPLAY 'COMPLEMENTO'.
           ACCEPT WRK-COMPLEMENTO FROM CONSOLE.
           MOVE WRK-NUMERO TO CEP-WS-NUMERO.
           MOVE WRK-COMPLEMENTO TO CEP-WS-COMPLEMENTO.
           PERFORM MONTAR-ENDERECO-CEP.

           MOVE REG-NUMERO TO HIS-WS-ANTES.
           MOVE WRK-NUMERO TO REG-NUMERO.
           MOVE 'REG-NUMERO' TO HIS-WS-CAMPO.
           MOVE REG-NUMERO TO HIS-WS-DEPOIS.
           PERFORM ANOTAR-MUDANCA.
           MOVE REG-COMPLEMENTO TO HIS-WS-ANTES.
           MOVE WRK-COMPLEMENTO TO REG-COMPLEMENTO.
           MOVE 'REG-COMPLEMENTO' TO HIS-WS-CAMPO.
           MOVE REG-COMPLEMENTO TO HIS-WS-DEPOIS.
           PERFORM ANOTAR-MUDANCA.
           MOVE REG-ENDERECO TO HIS-WS-ANTES.
           MOVE CEP-WS-ENDERECO TO REG-ENDERECO.
           MOVE 'REG-ENDERECO' TO HIS-WS-CAMPO.
           MOVE REG-ENDERECO TO HIS-WS-DEPOIS.
           PERFORM ANOTAR-MUDANCA.
           MOVE REG-CIDADE TO HIS-WS-ANTES.
           MOVE CEP-WS-CIDADE TO REG-CIDADE.
           MOVE 'REG-CIDADE' TO HIS-WS-CAMPO.
           MOVE REG-CIDADE TO HIS-WS-DEPOIS.
           PERFORM ANOTAR-MUDANCA.
           MOVE REG-UF TO HIS-WS-ANTES.
           MOVE CEP-WS-UF TO REG-UF.
           MOVE 'REG-UF' TO HIS-WS-CAMPO.
           MOVE REG-UF TO HIS-WS-DEPOIS.
           PERFORM ANOTAR-MUDANCA.

       ALTERAR-CEP-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ANOTAR-MUDANCA                                            *
      * GUARDA NA TABELA DE MUDANCAS O CAMPO E OS VALORES ANTES E *
      * DEPOIS (HIS-WS-CAMPO/ANTES/DEPOIS) ATE A CONFERENCIA DE   *
      * ATUALIZACAO CONCORRENTE. GRAVAR-MUDANCAS OS LEVA DEPOIS   *
      * PARA O AUDIT-TRAIL E O HISTORICO.                         *
      *----------------------------------------------------------*
       ANOTAR-MUDANCA.
           IF WRK-QTD-MUDANCAS < 20
               ADD 1 TO WRK-QTD-MUDANCAS
               MOVE HIS-WS-CAMPO TO WRK-MUD-CAMPO(WRK-QTD-MUDANCAS)
               MOVE HIS-WS-ANTES TO WRK-MUD-ANTES(WRK-QTD-MUDANCAS)
               MOVE HIS-WS-DEPOIS TO WRK-MUD-DEPOIS(WRK-QTD-MUDANCAS)
           END-IF.

       ANOTAR-MUDANCA-EXIT.
           EXIT.

       GRAVAR-MUDANCAS.
           MOVE 1 TO WRK-IND-MUDANCA.
           PERFORM REGISTRAR-MUDANCA THRU REGISTRAR-MUDANCA-EXIT
               UNTIL WRK-IND-MUDANCA > WRK-QTD-MUDANCAS.

       GRAVAR-MUDANCAS-EXIT.
           EXIT.

       REGISTRAR-MUDANCA.
           MOVE WRK-MUD-CAMPO(WRK-IND-MUDANCA) TO HIS-WS-CAMPO.
           MOVE WRK-MUD-ANTES(WRK-IND-MUDANCA) TO HIS-WS-ANTES.
           MOVE WRK-MUD-DEPOIS(WRK-IND-MUDANCA) TO HIS-WS-DEPOIS.
           MOVE HIS-WS-CAMPO TO AUD-CAMPO.
           MOVE HIS-WS-DEPOIS TO AUD-VALOR.
           PERFORM GRAVAR-AUDITORIA.
           PERFORM GRAVAR-HISTORICO-CLI.
           ADD 1 TO WRK-IND-MUDANCA.

       REGISTRAR-MUDANCA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * MUDAR-SITUACAO                                            *
      * CARIMBA A NOVA SITUACAO (INATIVO OU ATIVO) E A DATA DA    *
      * PARA CONTAR O TEMPO DE INATIVIDADE.                       *
      *----------------------------------------------------------*
       MUDAR-SITUACAO.
           PERFORM REVERIFICAR-CLIENTE THRU REVERIFICAR-CLIENTE-EXIT.
           IF CCR-HOUVE-COLISAO
               GO TO MUDAR-SITUACAO-EXIT
           END-IF.
           MOVE REG-SITUACAO TO HIS-WS-ANTES.
           IF OPCAO-INATIVAR
               SET REG-CLIENTE-INATIVO TO TRUE
       EXCLUIR-CLIENTE.
           DISPLAY 'CONFIRMA A EXCLUSAO? (S/N)'.
           ACCEPT WRK-CONFIRMA FROM CONSOLE.
           IF EXCLUSAO-CONFIRMADA
               PERFORM REVERIFICAR-CLIENTE THRU REVERIFICAR-CLIENTE-EXIT
               IF CCR-HOUVE-COLISAO
                   GO TO EXCLUIR-CLIENTE-EXIT
               END-IF
           END-IF.
           IF EXCLUSAO-CONFIRMADA
               MOVE 'EXCLUSAO-CPF' TO AUD-CAMPO
               MOVE WRK-CPF TO AUD-VALOR
       EXCLUIR-CLIENTE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * REVERIFICAR-CLIENTE                                       *
      * RELE O CLIENTE PELO CPF E CONFERE COM A IMAGEM EXIBIDA.   *
      * SEM MUDANCA, DEVOLVE EM REG-CLIENTE O REGISTRO COMO O     *
      * OPERADOR O DEIXOU; COM MUDANCA (OU CLIENTE EXCLUIDO),     *
      * MOSTRA O QUE MUDOU, QUEM MUDOU PELO HISTORICO CLIHIST E   *
      * REGISTRA A COLISAO - O CHAMADOR NAO GRAVA NADA.           *
      *----------------------------------------------------------*
       REVERIFICAR-CLIENTE.
           MOVE REG-CLIENTE TO CCR-IMAGEM-NOVA.
           MOVE WRK-CPF TO REG-CPF.
           READ CADASTRO-CLIENTE
               INVALID KEY
                   MOVE SPACES TO CCR-IMAGEM-ATUAL
               NOT INVALID KEY
                   MOVE REG-CLIENTE TO CCR-IMAGEM-ATUAL
           END-READ.
           MOVE WRK-CPF TO CCR-WS-CHAVE.
           MOVE SPACES TO CCR-WS-CAMPO-CHAVE.
           MOVE 1 TO CCR-WS-PRIMEIRO.
           MOVE 13 TO CCR-WS-ULTIMO.
           PERFORM COMPARAR-IMAGENS THRU COMPARAR-IMAGENS-EXIT.
           IF CCR-HOUVE-COLISAO
               PERFORM PROCURAR-AUTOR-HISTORICO
                   THRU PROCURAR-AUTOR-HISTORICO-EXIT
               PERFORM REGISTRAR-COLISAO THRU REGISTRAR-COLISAO-EXIT
           ELSE
               MOVE CCR-IMAGEM-NOVA TO REG-CLIENTE
           END-IF.

       REVERIFICAR-CLIENTE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * PROCURAR-AUTOR-HISTORICO                                  *
      * LISTA AS LINHAS DO CLIHIST DESTE CPF GRAVADAS DESDE A     *
      * EXIBICAO (CAMPO, ANTES E DEPOIS, PROGRAMA E OPERADOR) E   *
      * GUARDA A ULTIMA COMO O AUTOR DA MUDANCA.                  *
      *----------------------------------------------------------*
       PROCURAR-AUTOR-HISTORICO.
           PERFORM FECHAR-HISTORICO-CLI.
           OPEN INPUT HISTORICO-CLIENTE.
           IF NOT HIS-OK
               GO TO PROCURAR-AUTOR-HISTORICO-EXIT
           END-IF.
           MOVE 'N' TO CCR-WS-FIM-BUSCA.
           PERFORM LER-HISTORICO-COLISAO
               THRU LER-HISTORICO-COLISAO-EXIT
               UNTIL CCR-BUSCA-ENCERRADA.
           CLOSE HISTORICO-CLIENTE.

       PROCURAR-AUTOR-HISTORICO-EXIT.
           EXIT.

       LER-HISTORICO-COLISAO.
           READ HISTORICO-CLIENTE
               AT END
                   SET CCR-BUSCA-ENCERRADA TO TRUE
                   GO TO LER-HISTORICO-COLISAO-EXIT
           END-READ.
           IF HIS-CPF NOT = WRK-CPF
               GO TO LER-HISTORICO-COLISAO-EXIT
           END-IF.
           MOVE HIS-DATA TO CCR-DATA-LIDA.
           MOVE HIS-HORA TO CCR-HORA-LIDA.
           IF CCR-MOMENTO-LIDO < CCR-MOMENTO-TELA
               GO TO LER-HISTORICO-COLISAO-EXIT
           END-IF.
           ADD 1 TO CCR-WS-QTD-ACHADAS.
           MOVE HIS-OPERADOR TO CCR-WS-OPERADOR-OUTRO.
           MOVE HIS-PROGRAMA TO CCR-WS-PROGRAMA-OUTRO.
           MOVE CCR-MOMENTO-LIDO TO CCR-MOMENTO-OUTRO.
           MOVE HIS-DATA TO CCR-WS-DATA-ED.
           DISPLAY 'HISTORICO: ' CCR-WS-DATA-ED ' ' HIS-HORA ' '
                   HIS-PROGRAMA ' OPER ' HIS-OPERADOR.
           DISPLAY '  ' HIS-CAMPO ': ' HIS-VALOR-ANTES.
           DISPLAY '  ' '               -> ' HIS-VALOR-DEPOIS.

       LER-HISTORICO-COLISAO-EXIT.
           EXIT.

           COPY 'AUDITPRC.CPY' REPLACING ==AUD-PROGRAM-ID==
               BY =='ATIVIDADE01M'==.
           COPY 'CLIHISTP.CPY' REPLACING ==HIS-PROGRAM-ID==
               BY =='ATIVIDADE01M'==.
           COPY 'RUNDATEP.CPY'.
           COPY 'CEPTABP.CPY'.
           COPY 'CLIJRNP.CPY' REPLACING ==CJR-PROGRAM-ID==
               BY =='ATIVIDADE01M'==.
           COPY 'QUIESCEP.CPY'.
           COPY 'QUIESCES.CPY'.
           COPY 'CONCORP.CPY' REPLACING ==CCR-PROGRAM-ID==
               BY =='ATIVIDADE01M'==.
