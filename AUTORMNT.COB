      *MONTAR DESTAS CONCESSOES EM VEZ DO NIVEL 1/9.
      *DATA   = 04/04/22
      *HISTORICO DE ALTERACOES
      *08/06/22 KA SEGREGACAO DE FUNCOES NA CONCESSAO: A OPCAO
      *NOVA E CONFERIDA CONTRA AS REGRAS ATIVAS DO SODREGRA
      *(SODMNT) COM AS DEMAIS CONCESSOES E O NIVEL DO OPERADOR;
      *COM CONFLITO A CONCESSAO SO E GRAVADA COM A JUSTIFICATIVA
      *DE UM SUPERVISOR ASSINADO (QUE NAO SEJA O PROPRIO
      *OPERADOR), REGISTRADA NO AUDIT-TRAIL COM AS REGRAS FERIDAS
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS OPER-ID
               FILE STATUS IS WRK-OPER-STATUS.

           SELECT REGRAS-CONFLITO ASSIGN TO "SODREGRA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOD-CODIGO
               FILE STATUS IS SOD-WS-STATUS.

           SELECT AUDIT-TRAIL ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUD-WS-STATUS.
       FD  OPERADOR-MASTER.
           COPY 'OPERMST.CPY'.

       FD  REGRAS-CONFLITO.
           COPY 'SODREGRA.CPY'.

       FD  AUDIT-TRAIL.
           COPY 'AUDITLOG.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'AUDITWS.CPY'.
           COPY 'OPERSESW.CPY'.
           COPY 'SODW.CPY'.
       77 WRK-AUT-STATUS PIC X(02) VALUE ZEROS.
           88 AUT-OK VALUE '00'.
           88 AUT-NAO-ENCONTRADA VALUE '23' '35'.
           88 CONCESSAO-EXISTE VALUE 'S'.
       77 WRK-VARRE PIC X(01) VALUE 'N'.
           88 VARREDURA-FIM VALUE 'S'.
      *CONFERENCIA DE SEGREGACAO DE FUNCOES NA CONCESSAO
       77 WRK-NIVEL-OPER PIC 9(01) VALUE ZEROS.
       77 WRK-QTD-CONFLITOS PIC 9(02) VALUE ZEROS.
       77 WRK-IND-CONFLITO PIC 9(02) VALUE ZEROS.
       01 TAB-CONFLITOS.
           05 TAB-CONFLITO-REGRA OCCURS 20 TIMES PIC X(06).
       77 WRK-CONCESSAO-LIBERADA PIC X(01) VALUE 'N'.
           88 CONCESSAO-LIBERADA VALUE 'S'.
       77 WRK-JUSTIFICATIVA PIC X(30) VALUE SPACES.
       77 WRK-SUPERVISOR PIC X(01) VALUE 'N'.
           88 ACESSO-SUPERVISOR VALUE 'S'.
           COPY 'RUNDATE.CPY'.

       PROCEDURE DIVISION.
                       GO TO 0002-INICIALIZAR-EXIT
                   NOT INVALID KEY
                       DISPLAY 'OPERADOR: ' OPER-NOME
                       MOVE OPER-NIVEL TO WRK-NIVEL-OPER
               END-READ
               CLOSE OPERADOR-MASTER
           END-IF.
           END-READ.
           IF CONCESSAO-EXISTE
               DISPLAY 'CONCESSAO JA EXISTE.'
               GO TO CONCEDER-OPCAO-EXIT
           END-IF.
           PERFORM CONFERIR-SEGREGACAO THRU CONFERIR-SEGREGACAO-EXIT.
           IF NOT CONCESSAO-LIBERADA
               DISPLAY 'CONCESSAO NAO GRAVADA.'
               GO TO CONCEDER-OPCAO-EXIT
           END-IF.
           MOVE WRK-ID TO AUT-OPERADOR.
           MOVE WRK-OPCAO-MENU TO AUT-OPCAO.
           WRITE REG-AUTORIZACAO.
           DISPLAY 'OPCAO CONCEDIDA.'.
           MOVE 'AUT-CONCEDE' TO AUD-CAMPO.
           MOVE AUT-CHAVE TO AUD-VALOR.
           PERFORM GRAVAR-AUDITORIA.
           IF WRK-QTD-CONFLITOS > ZEROS
               PERFORM AUDITAR-CONFLITO
                   VARYING WRK-IND-CONFLITO FROM 1 BY 1
                   UNTIL WRK-IND-CONFLITO > WRK-QTD-CONFLITOS
               MOVE 'AUT-SOD-JUSTIF' TO AUD-CAMPO
               MOVE WRK-JUSTIFICATIVA TO AUD-VALOR
               PERFORM GRAVAR-AUDITORIA
           END-IF.

       CONCEDER-OPCAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * CONFERIR-SEGREGACAO                                       *
      * CONFERE A OPCAO A CONCEDER CONTRA AS REGRAS ATIVAS DO     *
      * SODREGRA, JUNTO COM AS CONCESSOES QUE O OPERADOR JA TEM E *
      * O SEU NIVEL. SEM CONFLITO A CONCESSAO SEGUE; COM CONFLITO *
      * MOSTRA AS REGRAS FERIDAS E SO LIBERA COM A JUSTIFICATIVA  *
      * DE UM SUPERVISOR ATIVO ASSINADO NA SESSAO, QUE NAO PODE   *
      * SER O PROPRIO OPERADOR DA CONCESSAO.                      *
      *----------------------------------------------------------*
       CONFERIR-SEGREGACAO.
           MOVE 'S' TO WRK-CONCESSAO-LIBERADA.
           MOVE ZEROS TO WRK-QTD-CONFLITOS.
           MOVE SPACES TO WRK-JUSTIFICATIVA.
           PERFORM CARREGAR-REGRAS-SOD THRU CARREGAR-REGRAS-SOD-EXIT.
           IF NOT SOD-REGRAS-PRESENTES
               GO TO CONFERIR-SEGREGACAO-EXIT
           END-IF.
           MOVE WRK-ID TO SOD-WS-OPERADOR.
           MOVE WRK-NIVEL-OPER TO SOD-WS-NIVEL.
           MOVE 'S' TO SOD-WS-AUTORIZ.
           PERFORM CARREGAR-CONCESSOES-SOD THRU
               CARREGAR-CONCESSOES-SOD-EXIT.
           IF WRK-OPCAO-MENU > ZEROS
               MOVE 'S' TO SOD-TAB-CONCEDIDA(WRK-OPCAO-MENU)
           END-IF.
           PERFORM CONFERIR-REGRA-CONCESSAO
               VARYING SOD-IND FROM 1 BY 1
               UNTIL SOD-IND > SOD-QTD-REGRAS.
           IF WRK-QTD-CONFLITOS = ZEROS
               GO TO CONFERIR-SEGREGACAO-EXIT
           END-IF.

           MOVE 'N' TO WRK-CONCESSAO-LIBERADA.
           DISPLAY 'A CONCESSAO FERE A SEGREGACAO DE FUNCOES - '
                   'EXIGE JUSTIFICATIVA DO SUPERVISOR.'.
           PERFORM CONFERIR-SUPERVISOR THRU CONFERIR-SUPERVISOR-EXIT.
           IF SES-OPERADOR = WRK-ID
               DISPLAY 'O SUPERVISOR NAO PODE JUSTIFICAR CONCESSAO '
                       'A SI MESMO.'
               GO TO CONFERIR-SEGREGACAO-EXIT
           END-IF.
           IF NOT ACESSO-SUPERVISOR
               GO TO CONFERIR-SEGREGACAO-EXIT
           END-IF.
           DISPLAY 'JUSTIFICATIVA DO SUPERVISOR'.
           ACCEPT WRK-JUSTIFICATIVA FROM CONSOLE.
           IF WRK-JUSTIFICATIVA = SPACES
               DISPLAY 'JUSTIFICATIVA EM BRANCO.'
           ELSE
               MOVE 'S' TO WRK-CONCESSAO-LIBERADA
           END-IF.

       CONFERIR-SEGREGACAO-EXIT.
           EXIT.

      *SO AS REGRAS COM A OPCAO NOVA EM UM DOS LADOS: AS DEMAIS
      *NAO MUDAM COM ESTA CONCESSAO
       CONFERIR-REGRA-CONCESSAO.
           IF NOT ((SOD-TAB-TIPO-A(SOD-IND) = 'O'
                    AND SOD-TAB-OPCAO-A(SOD-IND) = WRK-OPCAO-MENU)
                OR (SOD-TAB-TIPO-B(SOD-IND) = 'O'
                    AND SOD-TAB-OPCAO-B(SOD-IND) = WRK-OPCAO-MENU))
               GO TO CONFERIR-REGRA-CONCESSAO-EXIT
           END-IF.
           PERFORM CONFERIR-REGRA-SOD THRU CONFERIR-REGRA-SOD-EXIT.
           IF NOT SOD-HA-CONFLITO
               GO TO CONFERIR-REGRA-CONCESSAO-EXIT
           END-IF.
           DISPLAY 'CONFLITO COM A REGRA ' SOD-TAB-CODIGO(SOD-IND)
                   ': ' SOD-WS-LADO-A-ED ' (' SOD-WS-ORIGEM-A ') X '
                   SOD-WS-LADO-B-ED ' (' SOD-WS-ORIGEM-B ')'.
           DISPLAY '  ' SOD-TAB-DESCRICAO(SOD-IND).
           IF WRK-QTD-CONFLITOS < 20
               ADD 1 TO WRK-QTD-CONFLITOS
               MOVE SOD-TAB-CODIGO(SOD-IND) TO
                   TAB-CONFLITO-REGRA(WRK-QTD-CONFLITOS)
           END-IF.

       CONFERIR-REGRA-CONCESSAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * CONFERIR-SUPERVISOR                                       *
      * LE O OPERADOR ASSINADO NA SESSAO NO OPERMST: SO O         *
      * SUPERVISOR ATIVO LIBERA A CONCESSAO COM CONFLITO.         *
      *----------------------------------------------------------*
       CONFERIR-SUPERVISOR.
           MOVE 'N' TO WRK-SUPERVISOR.
           OPEN INPUT OPERADOR-SESSAO.
           IF SES-NAO-ENCONTRADO
               MOVE SPACES TO SES-OPERADOR
               DISPLAY 'SEM SESSAO ASSINADA - CONCESSAO COM CONFLITO '
                       'INDISPONIVEL.'
               GO TO CONFERIR-SUPERVISOR-EXIT
           END-IF.
           READ OPERADOR-SESSAO
               AT END
                   MOVE SPACES TO SES-OPERADOR
           END-READ.
           CLOSE OPERADOR-SESSAO.
           IF SES-OPERADOR = SPACES
               DISPLAY 'SEM SESSAO ASSINADA - CONCESSAO COM CONFLITO '
                       'INDISPONIVEL.'
               GO TO CONFERIR-SUPERVISOR-EXIT
           END-IF.
           OPEN INPUT OPERADOR-MASTER.
           IF OPER-MST-NAO-ENCONTRADO
               DISPLAY 'CADASTRO DE OPERADORES AUSENTE - CONCESSAO '
                       'COM CONFLITO INDISPONIVEL.'
               GO TO CONFERIR-SUPERVISOR-EXIT
           END-IF.
           MOVE SES-OPERADOR TO OPER-ID.
           READ OPERADOR-MASTER
               INVALID KEY
                   DISPLAY 'OPERADOR DA SESSAO NAO CADASTRADO.'
               NOT INVALID KEY
                   IF OPER-SUPERVISOR AND OPER-ATIVO
                       SET ACESSO-SUPERVISOR TO TRUE
                       DISPLAY 'SUPERVISOR: ' OPER-NOME
                   ELSE
                       DISPLAY 'OPERADOR ' SES-OPERADOR ' NAO E '
                               'SUPERVISOR - CONCESSAO COM CONFLITO '
                               'NAO LIBERADA.'
                   END-IF
           END-READ.
           CLOSE OPERADOR-MASTER.

       CONFERIR-SUPERVISOR-EXIT.
           EXIT.

      *CADA REGRA FERIDA: OPERADOR + OPCAO + CODIGO DA REGRA
       AUDITAR-CONFLITO.
           MOVE 'AUT-SOD-REGRA' TO AUD-CAMPO.
           MOVE SPACES TO AUD-VALOR.
           STRING WRK-ID DELIMITED BY SIZE
                  WRK-OPCAO-MENU DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  TAB-CONFLITO-REGRA(WRK-IND-CONFLITO)
                      DELIMITED BY SIZE
                  INTO AUD-VALOR.
           PERFORM GRAVAR-AUDITORIA.

       AUDITAR-CONFLITO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * REVOGAR-OPCAO                                             *
      *----------------------------------------------------------*

           COPY 'AUDITPRC.CPY' REPLACING ==AUD-PROGRAM-ID==
               BY =='AUTORMNT'==.
           COPY 'SODP.CPY'.
           COPY 'RUNDATEP.CPY'.
