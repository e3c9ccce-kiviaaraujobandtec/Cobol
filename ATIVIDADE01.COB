      *NIGHTCTL): COM O SISTEMA TRAVADO A ATUALIZACAO E
      *RECUSADA, SALVO LIBERACAO DE SUPERVISOR REGISTRADA NO
      *AUDIT-TRAIL (LIBERA-QUIESCE)
      *31/05/22 KA ENDERECO PELO CEP: LOGRADOURO, CIDADE E UF VEM
      *DA TABELA CEPTAB E O OPERADOR SO DIGITA NUMERO E
      *COMPLEMENTO. CEP EM BRANCO OU FORA DA TABELA (OU SEM A
      *TABELA) VOLTA A PEDIR ENDERECO, CIDADE E UF DIGITADOS
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

           SELECT REJECT-LOG ASSIGN TO "REJLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REJ-WS-STATUS.
       FD  TABELA-UF.
           COPY 'UFREG.CPY'.

       FD  TABELA-CEP.
           COPY 'CEPTAB.CPY'.

       FD  REJECT-LOG.
           COPY 'REJLOG.CPY'.

           COPY 'OPERSESW.CPY'.
           COPY 'CLIJRNW.CPY'.
           COPY 'UFTABW.CPY'.
           COPY 'CEPTABW.CPY'.
           COPY 'REJLOGW.CPY'.

       77 WRK-NOME PIC X(20) VALUE SPACES.
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
       77 WRK-CPF-ENT PIC X(11) VALUE SPACES.
       77 WRK-CPF PIC 9(11) VALUE ZEROS.
       77 WRK-CPF-ED PIC *********/99 VALUE ZEROS.
           MOVE 'WRK-CPF' TO AUD-CAMPO.
           MOVE WRK-CPF TO AUD-VALOR.
           PERFORM GRAVAR-AUDITORIA.
           PERFORM OBTER-ENDERECO.
           MOVE 'WRK-ENDERECO' TO AUD-CAMPO.
           MOVE WRK-ENDERECO TO AUD-VALOR.
           PERFORM GRAVAR-AUDITORIA.
           MOVE 'WRK-CIDADE' TO AUD-CAMPO.
           MOVE WRK-CIDADE TO AUD-VALOR.
           PERFORM GRAVAR-AUDITORIA.
           MOVE 'WRK-UF' TO AUD-CAMPO.
           MOVE WRK-UF TO AUD-VALOR.
           PERFORM GRAVAR-AUDITORIA.
           MOVE WRK-CONSENTIMENTO TO REG-CONSENTIMENTO.
           MOVE WRK-DATA-NASC TO REG-DATA-NASCIMENTO.
           MOVE WRK-PERFIL-INV TO REG-PERFIL-INV.
           MOVE WRK-CEP TO REG-CEP.
           MOVE WRK-NUMERO TO REG-NUMERO.
           MOVE WRK-COMPLEMENTO TO REG-COMPLEMENTO.
           WRITE REG-CLIENTE.
           MOVE 'I' TO CJR-WS-ACAO.
           PERFORM GRAVAR-JORNAL-CLIENTE.
           PERFORM FECHAR-REJEICOES.
           PERFORM FECHAR-AUDITORIA.
           PERFORM FECHAR-JORNAL-CLIENTE.
           PERFORM FECHAR-TABELA-CEP.

      *----------------------------------------------------------*
      * OBTER-ENDERECO                                            *
      * PEDE O CEP E, ACHADO NA TABELA CEPTAB, PREENCHE           *
      * LOGRADOURO, CIDADE E UF E PEDE SO NUMERO E COMPLEMENTO    *
      * (CEP GERAL DA CIDADE, SEM LOGRADOURO, PEDE TAMBEM O       *
      * LOGRADOURO). CEP EM BRANCO, NAO NUMERICO OU FORA DA       *
      * TABELA PEDE ENDERECO, CIDADE E UF COMO ANTES.             *
      *----------------------------------------------------------*
       OBTER-ENDERECO.
           MOVE ZEROS TO WRK-CEP.
           MOVE SPACES TO WRK-NUMERO WRK-COMPLEMENTO.
           DISPLAY 'CEP (BRANCO = SEM CEP)'.
           ACCEPT WRK-CEP-ENT FROM CONSOLE.
           IF WRK-CEP-ENT NOT = SPACES
               CALL 'VALIDNUM' USING WRK-CEP-ENT WRK-CEP-NUMERICO
               IF CEP-NUMERICO
                   MOVE FUNCTION TRIM(WRK-CEP-ENT) TO WRK-CEP
               ELSE
                   DISPLAY 'CEP INVALIDO - DIGITE O ENDERECO.'
               END-IF
           END-IF.
           MOVE 'REG-CEP' TO AUD-CAMPO.
           MOVE WRK-CEP TO AUD-VALOR.
           PERFORM GRAVAR-AUDITORIA.
           MOVE WRK-CEP TO CEP-WS-CEP.
           PERFORM CONSULTAR-CEP.
           IF CEP-ENCONTRADO
               DISPLAY 'LOGRADOURO: ' CEP-LOGRADOURO
               DISPLAY 'BAIRRO....: ' CEP-BAIRRO
               DISPLAY 'CIDADE/UF.: ' CEP-WS-CIDADE ' / ' CEP-WS-UF
               IF CEP-LOGRADOURO = SPACES
                   DISPLAY 'LOGRADOURO'
                   ACCEPT WRK-LOGRADOURO FROM CONSOLE
                   MOVE WRK-LOGRADOURO TO CEP-LOGRADOURO
               END-IF
               DISPLAY 'NUMERO'
               ACCEPT WRK-NUMERO FROM CONSOLE
               DISPLAY 'COMPLEMENTO'
               ACCEPT WRK-COMPLEMENTO FROM CONSOLE
               MOVE WRK-NUMERO TO CEP-WS-NUMERO
               MOVE WRK-COMPLEMENTO TO CEP-WS-COMPLEMENTO
               PERFORM MONTAR-ENDERECO-CEP
               MOVE CEP-WS-ENDERECO TO WRK-ENDERECO
               MOVE CEP-WS-CIDADE TO WRK-CIDADE
               MOVE CEP-WS-UF TO WRK-UF
           ELSE
               IF WRK-CEP > ZEROS AND NOT CEP-TABELA-AUSENTE
                   DISPLAY 'CEP NAO ENCONTRADO NA TABELA - DIGITE O '
                           'ENDERECO.'
               END-IF
               DISPLAY 'ENDERECO'
               ACCEPT WRK-ENDERECO FROM CONSOLE
               DISPLAY 'CIDADE'
               ACCEPT WRK-CIDADE FROM CONSOLE
               INSPECT WRK-CIDADE
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               DISPLAY 'UF'
               ACCEPT WRK-UF FROM CONSOLE
           END-IF.

       OBTER-ENDERECO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * VALIDAR-CPF                                               *
               BY =='ATIVIDADE01'==.
           COPY 'RUNDATEP.CPY'.
           COPY 'UFTABP.CPY'.
           COPY 'CEPTABP.CPY'.
           COPY 'REJLOGP.CPY' REPLACING ==REJ-PROGRAM-ID==
               BY =='ATIVIDADE01'==.
           COPY 'CLIJRNP.CPY' REPLACING ==CJR-PROGRAM-ID==
