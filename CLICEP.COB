       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLICEP.
      **********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = KIVIA(ALURA) KIVIAAL
      *OBJETIVO: CONVERSAO UNICA DO CADASTRO-CLIENTE PARA O
      *LAYOUT COM CEP, NUMERO E COMPLEMENTO, JA PADRONIZANDO A
      *CIDADE E A UF DOS CLIENTES EXISTENTES PELA TABELA DE CEP.
      *LE O ARQUIVO DE PRODUCAO ATUAL (CADCLI, 117 POSICOES) PELO
      *LAYOUT ANTIGO E GRAVA O ARQUIVO NOVO (CADCLIN) NO LAYOUT DO
      *CLIREG.CPY, COM CEP ZERO E NUMERO/COMPLEMENTO EM BRANCO
      *(O ENDERECO DIGITADO CONTINUA EM REG-ENDERECO). AS CIDADES
      *DA CEPTAB SAO ORDENADAS PELO NOME SEM ESPACOS E PONTUACAO,
      *ENTAO "SAO  PAULO" OU "SAO-PAULO" ACHAM "SAO PAULO". CIDADE
      *ACHADA NA UF DO CLIENTE, OU EM UMA UNICA UF, GRAVA O NOME
      *E A UF DA TABELA. CIDADE EM BRANCO, NAO ACHADA OU EXISTENTE
      *EM MAIS DE UMA UF (SEM A UF DO CLIENTE) FICA COMO ESTA E
      *SAI NO RELATORIO CEPREL PARA ACERTO NA MANUTENCAO
      *(ATIVIDADE01M). SEM A CEPTAB NADA E GRAVADO (RC 8). APOS
      *A CONFERENCIA O OPERADOR SUBSTITUI CADCLI PELO CADCLIN, TIRA
      *NOVA DESCARGA (BKPUNLD) E INICIA O CLIJRN VAZIO.
      *DATA   = 31/05/22
      *HISTORICO DE ALTERACOES
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADASTRO-ANTIGO ASSIGN TO "CADCLI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANT-CPF
               ALTERNATE RECORD KEY IS ANT-NOME
                   WITH DUPLICATES
               FILE STATUS IS WRK-ANT-STATUS.

           SELECT CADASTRO-NOVO ASSIGN TO "CADCLIN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CPF
               ALTERNATE RECORD KEY IS REG-NOME
                   WITH DUPLICATES
               FILE STATUS IS WRK-CLI-STATUS.

           SELECT TABELA-CEP ASSIGN TO "CEPTAB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CEP-CODIGO
               FILE STATUS IS CEP-WS-STATUS.

           SELECT WRK-SORT-FILE ASSIGN TO "CEPSRT".

           SELECT RELATORIO-CEP ASSIGN TO "CEPREL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CADASTRO-ANTIGO.
       01  REG-CLIENTE-ANTIGO.
           05 ANT-CPF          PIC 9(11).
           05 ANT-NOME         PIC X(20).
           05 ANT-ENDERECO     PIC X(30).
           05 ANT-CIDADE       PIC X(20).
           05 ANT-UF           PIC X(02).
           05 ANT-TELEFONE     PIC X(15).
           05 ANT-SITUACAO     PIC X(01).
           05 ANT-DATA-SITUACAO PIC 9(08).
           05 ANT-CONSENTIMENTO PIC X(01).
           05 ANT-DATA-NASCIMENTO PIC 9(08).
           05 ANT-PERFIL-INV   PIC X(01).

       FD  CADASTRO-NOVO.
           COPY 'CLIREG.CPY'.

       FD  TABELA-CEP.
           COPY 'CEPTAB.CPY'.

       SD  WRK-SORT-FILE.
       01  REG-CIDADE-SORT.
           05 SRT-CHAVE        PIC X(20).
           05 SRT-UF           PIC X(02).
           05 SRT-CIDADE       PIC X(20).

       FD  RELATORIO-CEP.
       01  LINHA-RELATORIO      PIC X(80).

       WORKING-STORAGE SECTION.
           COPY 'CEPTABW.CPY'.
       77 WRK-ANT-STATUS PIC X(02) VALUE ZEROS.
           88 ANT-OK VALUE '00'.
           88 ANT-FIM VALUE '10'.
           88 ANT-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-CLI-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-REL-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-CONVERSAO PIC X(01) VALUE 'N'.
           88 CONVERSAO-ABERTA VALUE 'S'.
       77 WRK-FIM-CEP PIC X(01) VALUE 'N'.
           88 CEP-FIM VALUE 'S'.
       77 WRK-FIM-SORT PIC X(01) VALUE 'N'.
           88 SORT-FIM VALUE 'S'.

      *TABELA DAS CIDADES DA CEPTAB, UMA LINHA POR NOME E UF, EM
      *ORDEM DO NOME NORMALIZADO (SEM ESPACOS E PONTUACAO) E UF
       77 WRK-QTD-CIDADES PIC 9(04) VALUE ZEROS.
       77 WRK-MAX-CIDADES PIC 9(04) VALUE 9999.
       01 TAB-CIDADES.
           05 TAB-CID-LINHA OCCURS 9999 TIMES.
               10 TAB-CID-CHAVE    PIC X(20).
               10 TAB-CID-UF       PIC X(02).
               10 TAB-CID-NOME     PIC X(20).
       77 WRK-IND-I PIC 9(04) VALUE ZEROS.
       77 WRK-IND-C PIC 9(02) VALUE ZEROS.
       77 WRK-IND-N PIC 9(02) VALUE ZEROS.

      *NORMALIZACAO DO NOME DA CIDADE PARA A COMPARACAO
       77 WRK-CID-ORIGEM PIC X(20) VALUE SPACES.
       77 WRK-CID-CHAVE PIC X(20) VALUE SPACES.
       77 WRK-CID-CARACTER PIC X(01) VALUE SPACES.
       77 WRK-ULT-CHAVE PIC X(20) VALUE SPACES.
       77 WRK-ULT-UF PIC X(02) VALUE SPACES.

      *RESULTADO DA PROCURA DO CLIENTE NA TABELA DE CIDADES
       77 WRK-IND-EXATO PIC 9(04) VALUE ZEROS.
       77 WRK-IND-NOME PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-UFS PIC 9(02) VALUE ZEROS.
       77 WRK-MOTIVO PIC X(22) VALUE SPACES.

       77 WRK-CPF-ED PIC *********/99 VALUE ZEROS.
       77 WRK-TOTAL-LIDOS PIC 9(07) VALUE ZEROS.
       77 WRK-TOTAL-GRAVADOS PIC 9(07) VALUE ZEROS.
       77 WRK-TOTAL-PADRONIZADOS PIC 9(07) VALUE ZEROS.
       77 WRK-TOTAL-CONFERIDOS PIC 9(07) VALUE ZEROS.
       77 WRK-TOTAL-PENDENTES PIC 9(07) VALUE ZEROS.
           COPY 'RUNDATE.CPY'.
           COPY 'RPTHDR.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0002-INICIALIZAR.
           IF CEP-TABELA-ABERTA
               SORT WRK-SORT-FILE
                   ON ASCENDING KEY SRT-CHAVE SRT-UF SRT-CIDADE
                   INPUT PROCEDURE IS 0005-LIBERAR-CIDADES
                   OUTPUT PROCEDURE IS 0006-CARREGAR-CIDADES
               PERFORM FECHAR-TABELA-CEP
               PERFORM 0007-ABRIR-CADASTRO
               PERFORM 0003-PROCESSAR UNTIL ANT-FIM
           END-IF.
           PERFORM 0004-FINALIZAR.

           STOP RUN.

       0002-INICIALIZAR.

           PERFORM OBTER-DATA-EXECUCAO.
           DISPLAY 'CLICEP' '   DATA: ' RUNDATE-HOJE-ED.
           OPEN INPUT TABELA-CEP.
           IF CEP-ARQ-NAO-ENCONTRADO
               DISPLAY 'ARQUIVO CEPTAB NAO ENCONTRADO - RODE A '
                       'CEPCARGA ANTES DA CONVERSAO.'
               SET CEP-TABELA-AUSENTE TO TRUE
               MOVE 8 TO RETURN-CODE
           ELSE
               SET CEP-TABELA-ABERTA TO TRUE
           END-IF.

      *----------------------------------------------------------*
      * 0003-PROCESSAR                                            *
      * CONVERTE UM CLIENTE PARA O LAYOUT NOVO, PADRONIZA CIDADE  *
      * E UF PELA TABELA E GRAVA NO CADCLIN.                      *
      *----------------------------------------------------------*
       0003-PROCESSAR.

           ADD 1 TO WRK-TOTAL-LIDOS.
           MOVE ANT-CPF TO REG-CPF.
           MOVE ANT-NOME TO REG-NOME.
           MOVE ANT-ENDERECO TO REG-ENDERECO.
           MOVE ANT-CIDADE TO REG-CIDADE.
           MOVE ANT-UF TO REG-UF.
           MOVE ANT-TELEFONE TO REG-TELEFONE.
           MOVE ANT-SITUACAO TO REG-SITUACAO.
           MOVE ANT-DATA-SITUACAO TO REG-DATA-SITUACAO.
           MOVE ANT-CONSENTIMENTO TO REG-CONSENTIMENTO.
           MOVE ANT-DATA-NASCIMENTO TO REG-DATA-NASCIMENTO.
           MOVE ANT-PERFIL-INV TO REG-PERFIL-INV.
           MOVE ZEROS TO REG-CEP.
           MOVE SPACES TO REG-NUMERO.
           MOVE SPACES TO REG-COMPLEMENTO.
           PERFORM PADRONIZAR-CIDADE THRU PADRONIZAR-CIDADE-EXIT.
           WRITE REG-CLIENTE
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR CPF ' REG-CPF
                           ' - STATUS: ' WRK-CLI-STATUS
               NOT INVALID KEY
                   ADD 1 TO WRK-TOTAL-GRAVADOS
           END-WRITE.

           READ CADASTRO-ANTIGO NEXT RECORD
               AT END
                   SET ANT-FIM TO TRUE
           END-READ.

       0004-FINALIZAR.

           IF CONVERSAO-ABERTA
               CLOSE CADASTRO-ANTIGO
               CLOSE CADASTRO-NOVO
               MOVE SPACES TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               STRING 'LIDOS: ' DELIMITED BY SIZE
                      WRK-TOTAL-LIDOS DELIMITED BY SIZE
                      '  GRAVADOS: ' DELIMITED BY SIZE
                      WRK-TOTAL-GRAVADOS DELIMITED BY SIZE
                      '  PADRONIZADOS: ' DELIMITED BY SIZE
                      WRK-TOTAL-PADRONIZADOS DELIMITED BY SIZE
                      INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE SPACES TO LINHA-RELATORIO
               STRING 'JA CONFORMES: ' DELIMITED BY SIZE
                      WRK-TOTAL-CONFERIDOS DELIMITED BY SIZE
                      '  NAO RESOLVIDOS: ' DELIMITED BY SIZE
                      WRK-TOTAL-PENDENTES DELIMITED BY SIZE
                      INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               CLOSE RELATORIO-CEP
           END-IF.

           DISPLAY 'CIDADES NA TABELA.....: ' WRK-QTD-CIDADES.
           DISPLAY 'REGISTROS LIDOS.......: ' WRK-TOTAL-LIDOS.
           DISPLAY 'REGISTROS GRAVADOS....: ' WRK-TOTAL-GRAVADOS.
           DISPLAY 'CIDADE/UF PADRONIZADAS: ' WRK-TOTAL-PADRONIZADOS.
           DISPLAY 'CIDADE/UF JA CONFORMES: ' WRK-TOTAL-CONFERIDOS.
           DISPLAY 'NAO RESOLVIDOS........: ' WRK-TOTAL-PENDENTES.
           IF WRK-TOTAL-PENDENTES > ZEROS AND RETURN-CODE = ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF CONVERSAO-ABERTA
               DISPLAY 'RELATORIO GRAVADO EM CEPREL.'
               DISPLAY 'APOS A CONFERENCIA SUBSTITUA CADCLI PELO '
                       'CADCLIN GERADO, TIRE NOVA DESCARGA (BKPUNLD) '
                       'E INICIE O CLIJRN VAZIO.'
           END-IF.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

      *----------------------------------------------------------*
      * 0005-LIBERAR-CIDADES                                      *
      * LE A CEPTAB INTEIRA E LIBERA PARA O SORT A CIDADE DE CADA *
      * CEP COM O NOME NORMALIZADO E A UF.                        *
      *----------------------------------------------------------*
       0005-LIBERAR-CIDADES.
           MOVE ZEROS TO CEP-CODIGO.
           START TABELA-CEP KEY IS NOT LESS THAN CEP-CODIGO
               INVALID KEY
                   SET CEP-FIM TO TRUE
           END-START.
           IF NOT CEP-FIM
               READ TABELA-CEP NEXT RECORD
                   AT END
                       SET CEP-FIM TO TRUE
               END-READ
           END-IF.
           PERFORM LIBERAR-UMA-CIDADE UNTIL CEP-FIM.

       0005-LIBERAR-CIDADES-EXIT.
           EXIT.

       LIBERAR-UMA-CIDADE.
           MOVE CEP-CIDADE TO WRK-CID-ORIGEM.
           PERFORM NORMALIZAR-NOME.
           MOVE WRK-CID-CHAVE TO SRT-CHAVE.
           MOVE CEP-UF TO SRT-UF.
           MOVE CEP-CIDADE TO SRT-CIDADE.
           RELEASE REG-CIDADE-SORT.
           READ TABELA-CEP NEXT RECORD
               AT END
                   SET CEP-FIM TO TRUE
           END-READ.

       LIBERAR-UMA-CIDADE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 0006-CARREGAR-CIDADES                                     *
      * RECEBE AS CIDADES ORDENADAS E GUARDA NA TABELA UMA LINHA  *
      * POR NOME NORMALIZADO E UF (A PRIMEIRA GRAFIA NA ORDEM).   *
      *----------------------------------------------------------*
       0006-CARREGAR-CIDADES.
           RETURN WRK-SORT-FILE
               AT END
                   SET SORT-FIM TO TRUE
           END-RETURN.
           PERFORM GUARDAR-CIDADE UNTIL SORT-FIM.

       0006-CARREGAR-CIDADES-EXIT.
           EXIT.

       GUARDAR-CIDADE.
           IF SRT-CHAVE NOT = WRK-ULT-CHAVE OR SRT-UF NOT = WRK-ULT-UF
               MOVE SRT-CHAVE TO WRK-ULT-CHAVE
               MOVE SRT-UF TO WRK-ULT-UF
               IF WRK-QTD-CIDADES < WRK-MAX-CIDADES
                   ADD 1 TO WRK-QTD-CIDADES
                   MOVE SRT-CHAVE TO TAB-CID-CHAVE(WRK-QTD-CIDADES)
                   MOVE SRT-UF TO TAB-CID-UF(WRK-QTD-CIDADES)
                   MOVE SRT-CIDADE TO TAB-CID-NOME(WRK-QTD-CIDADES)
               ELSE
                   DISPLAY 'TABELA DE CIDADES CHEIA - IGNORADA '
                           SRT-CIDADE ' ' SRT-UF
               END-IF
           END-IF.
           RETURN WRK-SORT-FILE
               AT END
                   SET SORT-FIM TO TRUE
           END-RETURN.

       GUARDAR-CIDADE-EXIT.
           EXIT.

       0007-ABRIR-CADASTRO.
           OPEN INPUT CADASTRO-ANTIGO.
           IF ANT-NAO-ENCONTRADO
               DISPLAY 'ARQUIVO CADCLI NAO ENCONTRADO.'
               SET ANT-FIM TO TRUE
           ELSE
               SET CONVERSAO-ABERTA TO TRUE
               OPEN OUTPUT CADASTRO-NOVO
               OPEN OUTPUT RELATORIO-CEP
               MOVE 'PADRONIZACAO DE CIDADE/UF PELO CEP'
                   TO RPT-HDR-TITULO
               PERFORM MONTAR-CABECALHO-RELATORIO
               MOVE RPT-HDR-LINHA TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE SPACES TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE 'CPF          NOME                 CIDADE'
                   TO LINHA-RELATORIO
               MOVE 'UF MOTIVO' TO LINHA-RELATORIO(56:9)
               WRITE LINHA-RELATORIO
               MOVE SPACES TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               READ CADASTRO-ANTIGO NEXT RECORD
                   AT END
                       SET ANT-FIM TO TRUE
               END-READ
           END-IF.

       0007-ABRIR-CADASTRO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * NORMALIZAR-NOME                                           *
      * MONTA EM WRK-CID-CHAVE O NOME DE WRK-CID-ORIGEM EM CAIXA  *
      * ALTA, SO COM LETRAS E DIGITOS (SEM ESPACOS, PONTOS,       *
      * HIFENS E APOSTROFOS).                                     *
      *----------------------------------------------------------*
       NORMALIZAR-NOME.
           INSPECT WRK-CID-ORIGEM
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE SPACES TO WRK-CID-CHAVE.
           MOVE ZEROS TO WRK-IND-N.
           PERFORM COPIAR-CARACTER
               VARYING WRK-IND-C FROM 1 BY 1 UNTIL WRK-IND-C > 20.

       NORMALIZAR-NOME-EXIT.
           EXIT.

       COPIAR-CARACTER.
           MOVE WRK-CID-ORIGEM(WRK-IND-C:1) TO WRK-CID-CARACTER.
           IF (WRK-CID-CARACTER >= 'A' AND WRK-CID-CARACTER <= 'Z')
              OR (WRK-CID-CARACTER >= '0' AND WRK-CID-CARACTER <= '9')
               ADD 1 TO WRK-IND-N
               MOVE WRK-CID-CARACTER TO WRK-CID-CHAVE(WRK-IND-N:1)
           END-IF.

       COPIAR-CARACTER-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * PADRONIZAR-CIDADE                                         *
      * PROCURA A CIDADE DO CLIENTE NA TABELA. ACHADA NA UF DO    *
      * CLIENTE, OU EM UMA UNICA UF, GRAVA NOME E UF DA TABELA;   *
      * SENAO O CLIENTE VAI PARA O RELATORIO SEM ALTERACAO.       *
      *----------------------------------------------------------*
       PADRONIZAR-CIDADE.
           MOVE SPACES TO WRK-MOTIVO.
           IF REG-CIDADE = SPACES
               MOVE 'CIDADE EM BRANCO' TO WRK-MOTIVO
               GO TO PADRONIZAR-CIDADE-PENDENTE
           END-IF.
           MOVE REG-CIDADE TO WRK-CID-ORIGEM.
           PERFORM NORMALIZAR-NOME.
           INSPECT REG-UF
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE ZEROS TO WRK-IND-EXATO WRK-IND-NOME WRK-QTD-UFS.
           PERFORM COMPARAR-CIDADE
               VARYING WRK-IND-I FROM 1 BY 1
               UNTIL WRK-IND-I > WRK-QTD-CIDADES
                  OR WRK-IND-EXATO > ZEROS
                  OR TAB-CID-CHAVE(WRK-IND-I) > WRK-CID-CHAVE.

           IF WRK-IND-EXATO = ZEROS
               IF WRK-QTD-UFS = 1
                   MOVE WRK-IND-NOME TO WRK-IND-EXATO
               ELSE
                   IF WRK-QTD-UFS = ZEROS
                       MOVE 'CIDADE NAO ENCONTRADA' TO WRK-MOTIVO
                   ELSE
                       MOVE 'CIDADE EM MAIS DE 1 UF' TO WRK-MOTIVO
                   END-IF
                   GO TO PADRONIZAR-CIDADE-PENDENTE
               END-IF
           END-IF.

           IF REG-CIDADE = TAB-CID-NOME(WRK-IND-EXATO)
              AND REG-UF = TAB-CID-UF(WRK-IND-EXATO)
               ADD 1 TO WRK-TOTAL-CONFERIDOS
           ELSE
               MOVE TAB-CID-NOME(WRK-IND-EXATO) TO REG-CIDADE
               MOVE TAB-CID-UF(WRK-IND-EXATO) TO REG-UF
               ADD 1 TO WRK-TOTAL-PADRONIZADOS
           END-IF.
           GO TO PADRONIZAR-CIDADE-EXIT.

       PADRONIZAR-CIDADE-PENDENTE.
           ADD 1 TO WRK-TOTAL-PENDENTES.
           MOVE REG-CPF TO WRK-CPF-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING WRK-CPF-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  REG-NOME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  REG-CIDADE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  REG-UF DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-MOTIVO DELIMITED BY SIZE
                  INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       PADRONIZAR-CIDADE-EXIT.
           EXIT.

       COMPARAR-CIDADE.
           IF TAB-CID-CHAVE(WRK-IND-I) = WRK-CID-CHAVE
               IF TAB-CID-UF(WRK-IND-I) = REG-UF
                   MOVE WRK-IND-I TO WRK-IND-EXATO
               ELSE
                   ADD 1 TO WRK-QTD-UFS
                   MOVE WRK-IND-I TO WRK-IND-NOME
               END-IF
           END-IF.

       COMPARAR-CIDADE-EXIT.
           EXIT.

           COPY 'RUNDATEP.CPY'.
           COPY 'RPTHDRP.CPY'.
           COPY 'CEPTABP.CPY'.
