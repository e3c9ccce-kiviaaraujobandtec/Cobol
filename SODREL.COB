       IDENTIFICATION DIVISION.
       PROGRAM-ID. SODREL.
      **********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = KIVIA(ALURA) KIVIAAL
      *OBJETIVO: RELATORIO DE CONFLITOS DE SEGREGACAO DE FUNCOES -
      *CRUZA OS PERFIS DE AUTORIZACAO (AUTORIZ) E O CADASTRO DE
      *OPERADORES (OPERMST, COM O NIVEL DE SUPERVISOR, QUE VE
      *TODAS AS OPCOES DO MENU E APROVA/LIBERA) COM AS REGRAS
      *ATIVAS DO SODREGRA E LISTA NO SODREL CADA OPERADOR QUE
      *TEM OS DOIS LADOS DE ALGUMA REGRA, COM A ORIGEM DE CADA
      *LADO (AUTORIZ, NIVEL 9 OU O ESQUEMA ANTIGO POR NIVEL
      *QUANDO O AUTORIZ NAO EXISTE). OPERADOR COM CONCESSAO NO
      *AUTORIZ E SEM CADASTRO NO OPERMST TAMBEM E CONFERIDO.
      *FECHA COM A CONTAGEM DE CONFLITOS POR REGRA - E A
      *EVIDENCIA TRIMESTRAL DA AREA DE CONFORMIDADE.
      *DATA   = 08/06/22
      *HISTORICO DE ALTERACOES
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERADOR-MASTER ASSIGN TO "OPERMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WRK-OPER-STATUS.

           SELECT AUTORIZACAO-MENU ASSIGN TO "AUTORIZ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUT-CHAVE
               FILE STATUS IS WRK-AUT-STATUS.

           SELECT REGRAS-CONFLITO ASSIGN TO "SODREGRA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOD-CODIGO
               FILE STATUS IS SOD-WS-STATUS.

           SELECT RELATORIO-SOD ASSIGN TO "SODREL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.

           SELECT RUN-STATS ASSIGN TO "RUNSTATS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATS-WS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERADOR-MASTER.
           COPY 'OPERMST.CPY'.

       FD  AUTORIZACAO-MENU.
           COPY 'AUTORIZ.CPY'.

       FD  REGRAS-CONFLITO.
           COPY 'SODREGRA.CPY'.

       FD  RELATORIO-SOD.
       01  LINHA-SOD           PIC X(80).

       FD  RUN-STATS.
           COPY 'RUNSTATS.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'RUNSTATSW.CPY'.
           COPY 'SODW.CPY'.
       77 WRK-OPER-STATUS PIC X(02) VALUE ZEROS.
           88 OPER-MST-OK VALUE '00'.
           88 OPER-MST-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-AUT-STATUS PIC X(02) VALUE ZEROS.
           88 AUT-OK VALUE '00'.
           88 AUT-NAO-ENCONTRADA VALUE '23' '35'.
       77 WRK-REL-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-OPERMST-ABERTO PIC X(01) VALUE 'N'.
           88 OPERMST-PRESENTE VALUE 'S'.
       77 WRK-FIM-OPER PIC X(01) VALUE 'N'.
           88 FIM-OPERADORES VALUE 'S'.
       77 WRK-FIM-AUT PIC X(01) VALUE 'N'.
           88 FIM-AUTORIZ VALUE 'S'.

      *OPERADOR EM CONFERENCIA
       77 WRK-OPER-ID PIC X(08) VALUE SPACES.
       77 WRK-NOME PIC X(20) VALUE SPACES.
       77 WRK-NIVEL-ED PIC X(01) VALUE SPACES.
       77 WRK-SITUACAO PIC X(01) VALUE SPACES.
       77 WRK-CONFLITOS-OPER PIC 9(03) VALUE ZEROS.

      *OPERADORES COM CONCESSAO NO AUTORIZ E SEM CADASTRO NO
      *OPERMST, JUNTADOS NA VARREDURA DO AUTORIZ
       77 WRK-ULTIMO-OPER PIC X(08) VALUE SPACES.
       77 WRK-QTD-ORFAOS PIC 9(03) VALUE ZEROS.
       77 WRK-IND-ORFAO PIC 9(03) VALUE ZEROS.
       01 TAB-ORFAOS.
           05 TAB-ORFAO-ID OCCURS 200 TIMES PIC X(08).

       77 WRK-QTD-OPERADORES PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-COM-CONFLITO PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-CONFLITOS PIC 9(05) VALUE ZEROS.

       77 WRK-QTD-ED PIC Z.ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-REGRA-QTD-ED PIC Z.ZZ9 VALUE ZEROS.
           COPY 'RUNDATE.CPY'.
           COPY 'RPTHDR.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0002-INICIALIZAR.
           IF SOD-REGRAS-PRESENTES
               PERFORM 0003-CONFERIR-OPERADORES THRU
                   0003-CONFERIR-OPERADORES-EXIT
               PERFORM 0004-CONFERIR-ORFAOS THRU
                   0004-CONFERIR-ORFAOS-EXIT
           END-IF.
           PERFORM 0005-FINALIZAR.

           STOP RUN.

       0002-INICIALIZAR.

           PERFORM OBTER-DATA-EXECUCAO.
           PERFORM CARREGAR-REGRAS-SOD THRU CARREGAR-REGRAS-SOD-EXIT.

           OPEN INPUT AUTORIZACAO-MENU.
           IF AUT-NAO-ENCONTRADA
               MOVE 'N' TO SOD-WS-AUTORIZ
           ELSE
               MOVE 'S' TO SOD-WS-AUTORIZ
           END-IF.
           OPEN INPUT OPERADOR-MASTER.
           IF OPER-MST-OK
               SET OPERMST-PRESENTE TO TRUE
           ELSE
               DISPLAY 'CADASTRO DE OPERADORES (OPERMST) NAO '
                       'ENCONTRADO.'
           END-IF.

           OPEN OUTPUT RELATORIO-SOD.
           MOVE 'CONFLITOS DE SEGREGACAO DE FUNCOES' TO RPT-HDR-TITULO.
           PERFORM MONTAR-CABECALHO-RELATORIO.
           MOVE RPT-HDR-LINHA TO LINHA-SOD.
           WRITE LINHA-SOD.
           IF SOD-PERFIL-AUTORIZ
               MOVE 'PERFIS: AUTORIZ (SUPERVISOR TEM TODAS AS OPCOES '
                   TO LINHA-SOD
               MOVE 'PELO NIVEL)' TO LINHA-SOD(49:)
           ELSE
               MOVE 'PERFIS: AUTORIZ AUSENTE - VALE O ESQUEMA ANTIGO '
                   TO LINHA-SOD
               MOVE 'POR NIVEL' TO LINHA-SOD(49:)
           END-IF.
           WRITE LINHA-SOD.
           IF NOT OPERMST-PRESENTE
               MOVE 'OPERMST AUSENTE - SO OS OPERADORES DO AUTORIZ, '
                   TO LINHA-SOD
               MOVE 'SEM NIVEL' TO LINHA-SOD(48:)
               WRITE LINHA-SOD
           END-IF.
           MOVE SPACES TO LINHA-SOD.
           WRITE LINHA-SOD.
           IF NOT SOD-REGRAS-PRESENTES
               MOVE 'NENHUMA REGRA ATIVA NO SODREGRA - NADA A CONFERIR.'
                   TO LINHA-SOD
               WRITE LINHA-SOD
           ELSE
               MOVE 'OPERADOR NOME                 N S REGRA'
                   TO LINHA-SOD
               MOVE 'LADO A   ORIGEM  LADO B   ORIGEM'
                   TO LINHA-SOD(42:)
               WRITE LINHA-SOD
           END-IF.

      *----------------------------------------------------------*
      * 0003-CONFERIR-OPERADORES                                  *
      * PERCORRE O OPERMST E CONFERE CADA OPERADOR CONTRA AS      *
      * REGRAS, COM O NIVEL E A SITUACAO DO CADASTRO.             *
      *----------------------------------------------------------*
       0003-CONFERIR-OPERADORES.

           IF NOT OPERMST-PRESENTE
               GO TO 0003-CONFERIR-OPERADORES-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-OPER.
           PERFORM LER-OPERADOR.
           PERFORM CONFERIR-CADASTRADO UNTIL FIM-OPERADORES.

       0003-CONFERIR-OPERADORES-EXIT.
           EXIT.

       LER-OPERADOR.
           READ OPERADOR-MASTER NEXT RECORD
               AT END
                   SET FIM-OPERADORES TO TRUE
           END-READ.

       LER-OPERADOR-EXIT.
           EXIT.

       CONFERIR-CADASTRADO.
           MOVE OPER-ID TO WRK-OPER-ID.
           MOVE OPER-NOME TO WRK-NOME.
           MOVE OPER-NIVEL TO WRK-NIVEL-ED.
           MOVE OPER-SITUACAO TO WRK-SITUACAO.
           MOVE OPER-NIVEL TO SOD-WS-NIVEL.
           PERFORM CONFERIR-OPERADOR.
           PERFORM LER-OPERADOR.

       CONFERIR-CADASTRADO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 0004-CONFERIR-ORFAOS                                      *
      * JUNTA OS OPERADORES COM CONCESSAO NO AUTORIZ QUE NAO ESTAO*
      * NO OPERMST E OS CONFERE SEM NIVEL (SITUACAO '?').         *
      *----------------------------------------------------------*
       0004-CONFERIR-ORFAOS.

           IF NOT SOD-PERFIL-AUTORIZ
               GO TO 0004-CONFERIR-ORFAOS-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-AUT.
           MOVE SPACES TO WRK-ULTIMO-OPER.
           MOVE LOW-VALUES TO AUT-CHAVE.
           START AUTORIZACAO-MENU KEY IS NOT < AUT-CHAVE
               INVALID KEY
                   SET FIM-AUTORIZ TO TRUE
           END-START.
           PERFORM JUNTAR-ORFAO THRU JUNTAR-ORFAO-EXIT
               UNTIL FIM-AUTORIZ.
           PERFORM CONFERIR-ORFAO
               VARYING WRK-IND-ORFAO FROM 1 BY 1
               UNTIL WRK-IND-ORFAO > WRK-QTD-ORFAOS.

       0004-CONFERIR-ORFAOS-EXIT.
           EXIT.

       JUNTAR-ORFAO.
           READ AUTORIZACAO-MENU NEXT RECORD
               AT END
                   SET FIM-AUTORIZ TO TRUE
           END-READ.
           IF FIM-AUTORIZ OR AUT-OPERADOR = WRK-ULTIMO-OPER
               GO TO JUNTAR-ORFAO-EXIT
           END-IF.
           MOVE AUT-OPERADOR TO WRK-ULTIMO-OPER.
           IF OPERMST-PRESENTE
               MOVE AUT-OPERADOR TO OPER-ID
               READ OPERADOR-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       GO TO JUNTAR-ORFAO-EXIT
               END-READ
           END-IF.
           IF WRK-QTD-ORFAOS < 200
               ADD 1 TO WRK-QTD-ORFAOS
               MOVE AUT-OPERADOR TO TAB-ORFAO-ID(WRK-QTD-ORFAOS)
           ELSE
               DISPLAY 'TABELA DE OPERADORES SEM CADASTRO CHEIA - '
                       AUT-OPERADOR ' NAO CONFERIDO.'
           END-IF.

       JUNTAR-ORFAO-EXIT.
           EXIT.

       CONFERIR-ORFAO.
           MOVE TAB-ORFAO-ID(WRK-IND-ORFAO) TO WRK-OPER-ID.
           MOVE '(SEM CADASTRO)' TO WRK-NOME.
           MOVE '?' TO WRK-NIVEL-ED.
           MOVE '?' TO WRK-SITUACAO.
           MOVE ZEROS TO SOD-WS-NIVEL.
           PERFORM CONFERIR-OPERADOR.

       CONFERIR-ORFAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * CONFERIR-OPERADOR                                         *
      * CARREGA AS CONCESSOES DO OPERADOR E PASSA TODAS AS        *
      * REGRAS; CADA REGRA EM CONFLITO SAI NUMA LINHA.            *
      *----------------------------------------------------------*
       CONFERIR-OPERADOR.
           ADD 1 TO WRK-QTD-OPERADORES.
           MOVE ZEROS TO WRK-CONFLITOS-OPER.
           MOVE WRK-OPER-ID TO SOD-WS-OPERADOR.
           PERFORM CARREGAR-CONCESSOES-SOD THRU
               CARREGAR-CONCESSOES-SOD-EXIT.
           PERFORM CONFERIR-REGRA-OPERADOR THRU
               CONFERIR-REGRA-OPERADOR-EXIT
               VARYING SOD-IND FROM 1 BY 1
               UNTIL SOD-IND > SOD-QTD-REGRAS.
           IF WRK-CONFLITOS-OPER > ZEROS
               ADD 1 TO WRK-QTD-COM-CONFLITO
           END-IF.

       CONFERIR-OPERADOR-EXIT.
           EXIT.

       CONFERIR-REGRA-OPERADOR.
           PERFORM CONFERIR-REGRA-SOD THRU CONFERIR-REGRA-SOD-EXIT.
           IF NOT SOD-HA-CONFLITO
               GO TO CONFERIR-REGRA-OPERADOR-EXIT
           END-IF.
           ADD 1 TO WRK-CONFLITOS-OPER.
           ADD 1 TO WRK-QTD-CONFLITOS.
           ADD 1 TO SOD-TAB-QTD(SOD-IND).
           MOVE SPACES TO LINHA-SOD.
           STRING WRK-OPER-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-NOME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-NIVEL-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-SITUACAO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SOD-TAB-CODIGO(SOD-IND) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SOD-WS-LADO-A-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SOD-WS-ORIGEM-A DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SOD-WS-LADO-B-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SOD-WS-ORIGEM-B DELIMITED BY SIZE
                  INTO LINHA-SOD.
           WRITE LINHA-SOD.

       CONFERIR-REGRA-OPERADOR-EXIT.
           EXIT.

       0005-FINALIZAR.

           MOVE SPACES TO LINHA-SOD.
           WRITE LINHA-SOD.
           MOVE 'RESUMO DA SEGREGACAO DE FUNCOES' TO LINHA-SOD.
           WRITE LINHA-SOD.
           MOVE SOD-QTD-REGRAS TO WRK-QTD-ED.
           MOVE SPACES TO LINHA-SOD.
           STRING '  REGRAS ATIVAS CONFERIDAS: ' DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO LINHA-SOD.
           WRITE LINHA-SOD.
           MOVE WRK-QTD-OPERADORES TO WRK-QTD-ED.
           MOVE SPACES TO LINHA-SOD.
           STRING '  OPERADORES CONFERIDOS...: ' DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO LINHA-SOD.
           WRITE LINHA-SOD.
           MOVE WRK-QTD-ORFAOS TO WRK-QTD-ED.
           MOVE SPACES TO LINHA-SOD.
           STRING '  SEM CADASTRO NO OPERMST.: ' DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO LINHA-SOD.
           WRITE LINHA-SOD.
           MOVE WRK-QTD-COM-CONFLITO TO WRK-QTD-ED.
           MOVE SPACES TO LINHA-SOD.
           STRING '  OPERADORES COM CONFLITO.: ' DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO LINHA-SOD.
           WRITE LINHA-SOD.
           MOVE WRK-QTD-CONFLITOS TO WRK-QTD-ED.
           MOVE SPACES TO LINHA-SOD.
           STRING '  CONFLITOS ENCONTRADOS...: ' DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO LINHA-SOD.
           WRITE LINHA-SOD.

           IF SOD-REGRAS-PRESENTES
               MOVE SPACES TO LINHA-SOD
               WRITE LINHA-SOD
               MOVE 'CONFLITOS POR REGRA' TO LINHA-SOD
               WRITE LINHA-SOD
               PERFORM IMPRIMIR-REGRA
                   VARYING SOD-IND FROM 1 BY 1
                   UNTIL SOD-IND > SOD-QTD-REGRAS
           END-IF.

           CLOSE RELATORIO-SOD.
           IF OPERMST-PRESENTE
               CLOSE OPERADOR-MASTER
           END-IF.
           IF SOD-PERFIL-AUTORIZ
               CLOSE AUTORIZACAO-MENU
           END-IF.

           DISPLAY 'SODREL' '   DATA: ' RUNDATE-HOJE-ED.
           DISPLAY 'REGRAS CONFERIDAS......: ' SOD-QTD-REGRAS.
           DISPLAY 'OPERADORES CONFERIDOS..: ' WRK-QTD-OPERADORES.
           DISPLAY 'OPERADORES COM CONFLITO: ' WRK-QTD-COM-CONFLITO.
           DISPLAY 'RELATORIO GRAVADO EM SODREL.'.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

           MOVE WRK-QTD-COM-CONFLITO TO STATS-REGISTROS.
           PERFORM GRAVAR-RUNSTATS.

      *CODIGO, OS DOIS LADOS, OPERADORES EM CONFLITO E DESCRICAO
       IMPRIMIR-REGRA.
           MOVE SOD-TAB-TIPO-A(SOD-IND) TO SOD-WS-TIPO.
           MOVE SOD-TAB-OPCAO-A(SOD-IND) TO SOD-WS-OPCAO.
           PERFORM DESCREVER-LADO-SOD.
           MOVE SOD-WS-LADO-ED TO SOD-WS-LADO-A-ED.
           MOVE SOD-TAB-TIPO-B(SOD-IND) TO SOD-WS-TIPO.
           MOVE SOD-TAB-OPCAO-B(SOD-IND) TO SOD-WS-OPCAO.
           PERFORM DESCREVER-LADO-SOD.
           MOVE SOD-WS-LADO-ED TO SOD-WS-LADO-B-ED.
           MOVE SOD-TAB-QTD(SOD-IND) TO WRK-REGRA-QTD-ED.
           MOVE SPACES TO LINHA-SOD.
           STRING '  ' DELIMITED BY SIZE
                  SOD-TAB-CODIGO(SOD-IND) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SOD-WS-LADO-A-ED DELIMITED BY SIZE
                  ' X ' DELIMITED BY SIZE
                  SOD-WS-LADO-B-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-REGRA-QTD-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SOD-TAB-DESCRICAO(SOD-IND) DELIMITED BY SIZE
                  INTO LINHA-SOD.
           WRITE LINHA-SOD.

       IMPRIMIR-REGRA-EXIT.
           EXIT.

           COPY 'SODP.CPY'.
           COPY 'RUNDATEP.CPY'.
           COPY 'RPTHDRP.CPY'.
           COPY 'RUNSTATSP.CPY' REPLACING ==STATS-PROGRAM-ID==
               BY =='SODREL'==.
