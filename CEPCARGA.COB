       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEPCARGA.
      **********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = KIVIA(ALURA) KIVIAAL
      *OBJETIVO: CARGA DA TABELA DE CEP (CEPTAB) A PARTIR DO
      *ARQUIVO DA BASE DOS CORREIOS (CEPIMP, LAYOUT FIXO: CEP,
      *LOGRADOURO, BAIRRO, CIDADE E UF, SEM ACENTOS). CADA CEP E
      *INCLUIDO OU SUBSTITUIDO, ENTAO A ATUALIZACAO PERIODICA DA
      *BASE E SO RODAR DE NOVO COM O ARQUIVO NOVO. OS TEXTOS SAO
      *GRAVADOS EM CAIXA ALTA. CEP NAO NUMERICO OU ZERADO, CIDADE
      *EM BRANCO OU UF FORA DA TABELA UFTAB NAO ENTRAM E SAO
      *LISTADOS NO CONSOLE. A TABELA E USADA PELO CADASTRAMENTO
      *(ATIVIDADE01, ATIVIDADE01B), PELA MANUTENCAO (ATIVIDADE01M)
      *E PELA PADRONIZACAO CLICEP.
      *DATA   = 31/05/22
      *HISTORICO DE ALTERACOES
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TABELA-CEP ASSIGN TO "CEPTAB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CEP-CODIGO
               FILE STATUS IS CEP-WS-STATUS.

           SELECT CEP-IMPORTACAO ASSIGN TO "CEPIMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-IMP-STATUS.

           SELECT TABELA-UF ASSIGN TO "UFTAB"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS UF-WS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TABELA-CEP.
           COPY 'CEPTAB.CPY'.

       FD  CEP-IMPORTACAO.
       01  REG-CEP-IMP.
           05 IMP-CEP          PIC 9(08).
           05 IMP-LOGRADOURO   PIC X(40).
           05 IMP-BAIRRO       PIC X(30).
           05 IMP-CIDADE       PIC X(30).
           05 IMP-UF           PIC X(02).

       FD  TABELA-UF.
           COPY 'UFREG.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'CEPTABW.CPY'.
           COPY 'UFTABW.CPY'.
       77 WRK-IMP-STATUS PIC X(02) VALUE ZEROS.
           88 IMP-OK VALUE '00'.
           88 IMP-FIM VALUE '10'.
           88 IMP-NAO-ENCONTRADO VALUE '35'.
       77 WRK-REG-EXISTE PIC X(01) VALUE 'N'.
           88 CEP-JA-CADASTRADO VALUE 'S'.
       77 WRK-MOTIVO PIC X(20) VALUE SPACES.
       77 WRK-TOTAL-LIDOS PIC 9(07) VALUE ZEROS.
       77 WRK-TOTAL-INCLUIDOS PIC 9(07) VALUE ZEROS.
       77 WRK-TOTAL-SUBSTITUIDOS PIC 9(07) VALUE ZEROS.
       77 WRK-TOTAL-RECUSADOS PIC 9(07) VALUE ZEROS.
           COPY 'RUNDATE.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0002-INICIALIZAR.
           PERFORM 0003-PROCESSAR THRU 0003-PROCESSAR-EXIT.
           PERFORM 0004-FINALIZAR.

           STOP RUN.

       0002-INICIALIZAR.
           PERFORM OBTER-DATA-EXECUCAO.
           DISPLAY 'CEPCARGA' '   DATA: ' RUNDATE-HOJE-ED.
           PERFORM CARREGAR-TABELA-UF.
           OPEN I-O TABELA-CEP.
           IF CEP-ARQ-NAO-ENCONTRADO
               OPEN OUTPUT TABELA-CEP
               CLOSE TABELA-CEP
               OPEN I-O TABELA-CEP
           END-IF.
           SET CEP-TABELA-ABERTA TO TRUE.

      *----------------------------------------------------------*
      * 0003-PROCESSAR                                            *
      * CARREGA O ARQUIVO CEPIMP NA TABELA, INCLUINDO OU          *
      * SUBSTITUINDO CADA CEP.                                    *
      *----------------------------------------------------------*
       0003-PROCESSAR.
           OPEN INPUT CEP-IMPORTACAO.
           IF IMP-NAO-ENCONTRADO
               DISPLAY 'ARQUIVO CEPIMP NAO ENCONTRADO.'
               MOVE 8 TO RETURN-CODE
               GO TO 0003-PROCESSAR-EXIT
           END-IF.
           READ CEP-IMPORTACAO
               AT END
                   SET IMP-FIM TO TRUE
           END-READ.
           PERFORM CARREGAR-UM-CEP THRU CARREGAR-UM-CEP-EXIT
               UNTIL IMP-FIM.
           CLOSE CEP-IMPORTACAO.

       0003-PROCESSAR-EXIT.
           EXIT.

       0004-FINALIZAR.
           PERFORM FECHAR-TABELA-CEP.
           DISPLAY 'REGISTROS LIDOS......: ' WRK-TOTAL-LIDOS.
           DISPLAY 'CEPS INCLUIDOS.......: ' WRK-TOTAL-INCLUIDOS.
           DISPLAY 'CEPS SUBSTITUIDOS....: ' WRK-TOTAL-SUBSTITUIDOS.
           DISPLAY 'REGISTROS RECUSADOS..: ' WRK-TOTAL-RECUSADOS.
           IF WRK-TOTAL-RECUSADOS > ZEROS AND RETURN-CODE = ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

      *----------------------------------------------------------*
      * CARREGAR-UM-CEP                                           *
      * VALIDA O REGISTRO DOS CORREIOS, PASSA OS TEXTOS PARA      *
      * CAIXA ALTA E INCLUI OU SUBSTITUI O CEP NA TABELA.         *
      *----------------------------------------------------------*
       CARREGAR-UM-CEP.
           ADD 1 TO WRK-TOTAL-LIDOS.
           MOVE SPACES TO WRK-MOTIVO.
           INSPECT REG-CEP-IMP
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           IF IMP-CEP IS NOT NUMERIC OR IMP-CEP = ZEROS
               MOVE 'CEP INVALIDO' TO WRK-MOTIVO
           ELSE
               IF IMP-CIDADE = SPACES
                   MOVE 'CIDADE EM BRANCO' TO WRK-MOTIVO
               ELSE
                   MOVE IMP-UF TO UF-WS-TESTE
                   PERFORM VALIDAR-UF
                   IF UF-INVALIDA
                       MOVE 'UF INVALIDA' TO WRK-MOTIVO
                   END-IF
               END-IF
           END-IF.
           IF WRK-MOTIVO NOT = SPACES
               ADD 1 TO WRK-TOTAL-RECUSADOS
               DISPLAY 'RECUSADO ' REG-CEP-IMP(1:8) ' '
                       IMP-CIDADE ' ' IMP-UF ' MOTIVO: ' WRK-MOTIVO
               GO TO CARREGAR-PROXIMO-CEP
           END-IF.

           MOVE 'N' TO WRK-REG-EXISTE.
           MOVE IMP-CEP TO CEP-CODIGO.
           READ TABELA-CEP
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-REG-EXISTE
           END-READ.
           MOVE IMP-CEP TO CEP-CODIGO.
           MOVE IMP-LOGRADOURO TO CEP-LOGRADOURO.
           MOVE IMP-BAIRRO TO CEP-BAIRRO.
           MOVE IMP-CIDADE TO CEP-CIDADE.
           MOVE IMP-UF TO CEP-UF.
           MOVE RUNDATE-HOJE TO CEP-DATA-CARGA.
           IF CEP-JA-CADASTRADO
               REWRITE REG-CEP-TABELA
               ADD 1 TO WRK-TOTAL-SUBSTITUIDOS
           ELSE
               WRITE REG-CEP-TABELA
               ADD 1 TO WRK-TOTAL-INCLUIDOS
           END-IF.

       CARREGAR-PROXIMO-CEP.
           READ CEP-IMPORTACAO
               AT END
                   SET IMP-FIM TO TRUE
           END-READ.

       CARREGAR-UM-CEP-EXIT.
           EXIT.

           COPY 'RUNDATEP.CPY'.
           COPY 'UFTABP.CPY'.
           COPY 'CEPTABP.CPY'.
