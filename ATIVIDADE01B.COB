      *10/04/22 KA CADA INCLUSAO NO CADASTRO-CLIENTE PASSA A SER
      *ACRESCENTADA AO JORNAL DE MUDANCAS CLIJRN (CLIJRNP.CPY),
      *PARA A RECUPERACAO PONTO-NO-TEMPO DO CLIRECOV
      *31/05/22 KA A FICHA GANHA CEP, NUMERO E COMPLEMENTO NO
      *FINAL: COM O CEP, LOGRADOURO, CIDADE E UF VEM DA TABELA
      *CEPTAB (O DIGITADO NA FICHA E IGNORADO); CEP FORA DA
      *TABELA REJEITA A FICHA; FICHA SEM CEP (OU SEM A TABELA)
      *SEGUE COM O ENDERECO DIGITADO, COMO ANTES
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS UF-WS-STATUS.

           SELECT TABELA-CEP ASSIGN TO "CEPTAB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CEP-CODIGO
               FILE STATUS IS CEP-WS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES-LOTE.
           05 ENT-CIDADE       PIC X(20).
           05 ENT-UF           PIC X(02).
           05 ENT-TELEFONE     PIC X(15).
           05 ENT-CEP          PIC 9(08).
           05 ENT-NUMERO       PIC X(06).
           05 ENT-COMPLEMENTO  PIC X(15).

       FD  CADASTRO-CLIENTE.
           COPY 'CLIREG.CPY'.
       FD  TABELA-UF.
           COPY 'UFREG.CPY'.

       FD  TABELA-CEP.
           COPY 'CEPTAB.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'UFTABW.CPY'.
           COPY 'CEPTABW.CPY'.
           COPY 'CLIJRNW.CPY'.
       77 WRK-LOTE-STATUS PIC X(02) VALUE ZEROS.
           88 LOTE-OK VALUE '00'.
       77 WRK-CLI-DUPLICADO PIC X(01) VALUE 'N'.
           88 CLI-JA-CADASTRADO VALUE 'S'.
       77 WRK-MOTIVO PIC X(20) VALUE SPACES.
       77 WRK-CEP PIC 9(08) VALUE ZEROS.
       77 WRK-ENDERECO PIC X(30) VALUE SPACES.
       77 WRK-CIDADE PIC X(20) VALUE SPACES.
       77 WRK-UF PIC X(02) VALUE SPACES.
       77 WRK-TELEFONE-ENT PIC X(11) VALUE SPACES.
       77 WRK-FONE-NUMERICO PIC X(01) VALUE 'N'.
           88 TELEFONE-ACEITO VALUE 'S'.
           END-IF.

           IF WRK-MOTIVO = SPACES
               PERFORM APLICAR-CEP
           END-IF.

           IF WRK-MOTIVO = SPACES
               MOVE WRK-UF TO UF-WS-TESTE
               PERFORM VALIDAR-UF
               IF UF-INVALIDA
                   MOVE 'UF INVALIDA' TO WRK-MOTIVO
           END-IF.

           PERFORM FECHAR-JORNAL-CLIENTE.
           PERFORM FECHAR-TABELA-CEP.

           DISPLAY 'FICHAS LIDAS......: ' WRK-TOTAL-LIDOS.
           DISPLAY 'CLIENTES ACEITOS..: ' WRK-TOTAL-ACEITOS.
       VERIFICAR-CPF-DUPLICADO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * APLICAR-CEP                                               *
      * FICHA COM CEP: LOGRADOURO (COM O NUMERO E O COMPLEMENTO   *
      * DA FICHA), CIDADE E UF VEM DA TABELA CEPTAB; CEP FORA DA  *
      * TABELA REJEITA A FICHA. FICHA SEM CEP, OU SEM A TABELA,   *
      * FICA COM O ENDERECO DIGITADO. CEP GERAL DA CIDADE (SEM    *
      * LOGRADOURO NA TABELA) USA O ENDERECO DIGITADO NA FICHA.   *
      *----------------------------------------------------------*
       APLICAR-CEP.
           MOVE ZEROS TO WRK-CEP.
           MOVE ENT-ENDERECO TO WRK-ENDERECO.
           MOVE ENT-CIDADE TO WRK-CIDADE.
           MOVE ENT-UF TO WRK-UF.
           IF ENT-CEP IS NUMERIC
               MOVE ENT-CEP TO WRK-CEP
           END-IF.
           MOVE WRK-CEP TO CEP-WS-CEP.
           PERFORM CONSULTAR-CEP.
           IF CEP-ENCONTRADO
               MOVE CEP-WS-CIDADE TO WRK-CIDADE
               MOVE CEP-WS-UF TO WRK-UF
               IF CEP-LOGRADOURO NOT = SPACES
                   MOVE ENT-NUMERO TO CEP-WS-NUMERO
                   MOVE ENT-COMPLEMENTO TO CEP-WS-COMPLEMENTO
                   PERFORM MONTAR-ENDERECO-CEP
                   MOVE CEP-WS-ENDERECO TO WRK-ENDERECO
               END-IF
           ELSE
               IF WRK-CEP > ZEROS AND NOT CEP-TABELA-AUSENTE
                   MOVE 'CEP NAO ENCONTRADO' TO WRK-MOTIVO
               END-IF
           END-IF.

       APLICAR-CEP-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * GRAVAR-CLIENTE                                            *
      * GRAVA A FICHA ACEITA NO ARQUIVO MESTRE E IMPRIME A LINHA  *
           INSPECT REG-NOME
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE WRK-ENDERECO TO REG-ENDERECO.
           MOVE WRK-CIDADE TO REG-CIDADE.
           MOVE WRK-UF TO REG-UF.
           MOVE WRK-CEP TO REG-CEP.
           MOVE ENT-NUMERO TO REG-NUMERO.
           MOVE ENT-COMPLEMENTO TO REG-COMPLEMENTO.
           MOVE ENT-TELEFONE TO REG-TELEFONE.
           SET REG-CLIENTE-ATIVO TO TRUE.
           MOVE RUNDATE-HOJE TO REG-DATA-SITUACAO.
           COPY 'RUNDATEP.CPY'.
           COPY 'RPTHDRP.CPY'.
           COPY 'UFTABP.CPY'.
           COPY 'CEPTABP.CPY'.
           COPY 'CLIJRNP.CPY' REPLACING ==CJR-PROGRAM-ID==
               BY =='ATIVIDADE01B'==.
