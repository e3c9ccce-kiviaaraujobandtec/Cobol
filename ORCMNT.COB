      *POSICOES. O CONFRONTO ORCADO X MEDIDO E O PROGCOB11B.
      *DATA   = 01/04/22
      *HISTORICO DE ALTERACOES
      *17/05/22 KA DADOS DO CONTRATO DA OBRA PARA O FATURAMENTO
      *DAS MEDICOES (PROGCOB11F): VALOR CONTRATADO, RETENCAO
      *CONTRATUAL EM % E CPF DO CLIENTE (VALIDCPF E CADCLI). CPF
      *EM BRANCO DEIXA A OBRA SEM FATURAMENTO
      *20/05/22 KA AREA E CUSTO DESTE PROGRAMA SAO O ORCAMENTO
      *ORIGINAL DA OBRA - ACRESCIMOS DO CLIENTE SAO ADITIVOS
      *(ADITMNT). NA ALTERACAO A TELA MOSTRA ORIGINAL, ADITIVOS
      *APROVADOS E ORCAMENTO ATUAL
      *23/05/22 KA DATA DE ENTREGA CONTRATADA DA OBRA (ZERO = SEM
      *PRAZO), USADA NO CRONOGRAMA PREVISTO X REALIZADO
      *07/06/22 KA ANTES DE GRAVAR, RELE O ORCAMENTO E CONFERE COM
      *A IMAGEM EXIBIDA (CONCORP.CPY): SE OUTRA SESSAO GRAVOU O
      *ORCAMENTO DA MESMA OBRA NESSE MEIO TEMPO, MOSTRA O QUE MUDOU
      *E QUEM MUDOU, REGISTRA A COLISAO NO ARQUIVO COLISAO E NADA E
      *GRAVADO. CADA GRAVACAO VAI AO AUDIT-TRAIL COMO ORC-OBRA, COM
      *O OPERADOR DA SESSAO
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS OBRA-CODIGO
               FILE STATUS IS WRK-OBRA-STATUS.

           SELECT CADASTRO-CLIENTE ASSIGN TO "CADCLI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CPF
               FILE STATUS IS WRK-CLI-STATUS.

           SELECT OBRA-ADITIVO ASSIGN TO "OBRAADIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADT-CHAVE
               FILE STATUS IS ADT-WS-STATUS.

           SELECT AUDIT-TRAIL ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUD-WS-STATUS.

           SELECT OPERADOR-SESSAO ASSIGN TO "OPERSESS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SES-WS-STATUS.

           SELECT LOG-COLISAO ASSIGN TO "COLISAO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CCR-WS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OBRA-ORCAMENTO.
       FD  OBRA-MASTER.
           COPY 'OBRAMST.CPY'.

       FD  CADASTRO-CLIENTE.
           COPY 'CLIREG.CPY'.

       FD  OBRA-ADITIVO.
           COPY 'OBRAADT.CPY'.

       FD  AUDIT-TRAIL.
           COPY 'AUDITLOG.CPY'.

       FD  OPERADOR-SESSAO.
           COPY 'OPERSESS.CPY'.

       FD  LOG-COLISAO.
           COPY 'COLISAO.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'OBRAADTW.CPY'.
           COPY 'AUDITWS.CPY'.
           COPY 'OPERSESW.CPY'.
           COPY 'CONCORW.CPY'.
       77 WRK-ORC-STATUS PIC X(02) VALUE ZEROS.
           88 ORC-OK VALUE '00'.
           88 ORC-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-OBRA-STATUS PIC X(02) VALUE ZEROS.
           88 OBRA-MST-OK VALUE '00'.
           88 OBRA-MST-NAO-ENCONTRADA VALUE '23' '35'.
       77 WRK-CLI-STATUS PIC X(02) VALUE ZEROS.
           88 CLI-OK VALUE '00'.
           88 CLI-NAO-ENCONTRADO VALUE '23' '35'.

       77 WRK-ENT PIC X(11) VALUE SPACES.
       77 WRK-ENTRADA-VALIDA PIC X(01) VALUE 'N'.
       77 WRK-AREA PIC 9(07)V99 VALUE ZEROS.
       77 WRK-CUSTO-NUM PIC 9(11) VALUE ZEROS.
       77 WRK-CUSTO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-CONTRATO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-AREA-ATUAL PIC 9(07)V99 VALUE ZEROS.
       77 WRK-CUSTO-ATUAL PIC 9(09)V99 VALUE ZEROS.
       77 WRK-RETENCAO-NUM PIC 9(11) VALUE ZEROS.
       77 WRK-RETENCAO PIC 9(02)V99 VALUE ZEROS.
       77 WRK-CPF-CLIENTE PIC 9(11) VALUE ZEROS.
       77 WRK-DATA-ENTREGA PIC 9(08) VALUE ZEROS.
       77 WRK-CPF-VALIDO PIC X(01) VALUE 'N'.
           88 CPF-VALIDO VALUE 'S'.
       77 WRK-REG-EXISTE PIC X(01) VALUE 'N'.
           88 ORCAMENTO-CADASTRADO VALUE 'S'.

      *CAMPOS DO REG-ORCAMENTO (OBRAORC.CPY) CONFERIDOS CONTRA A
      *IMAGEM EXIBIDA - NOME, POSICAO INICIAL E TAMANHO
       01 CCR-CAMPOS-LITERAL.
           05 FILLER PIC X(21) VALUE 'ORC-AREA       005009'.
           05 FILLER PIC X(21) VALUE 'ORC-CUSTO      014011'.
           05 FILLER PIC X(21) VALUE 'ORC-CONTRATO   025011'.
           05 FILLER PIC X(21) VALUE 'ORC-RETENCAO   036004'.
           05 FILLER PIC X(21) VALUE 'ORC-CPF-CLIENTE040011'.
           05 FILLER PIC X(21) VALUE 'ORC-ENTREGA    051008'.
       01 CCR-CAMPOS REDEFINES CCR-CAMPOS-LITERAL.
           05 CCR-CAMPO OCCURS 6 TIMES.
               10 CCR-CAMPO-NOME PIC X(15).
               10 CCR-CAMPO-INICIO PIC 9(03).
               10 CCR-CAMPO-TAM PIC 9(03).
           COPY 'MONEY.CPY' REPLACING ==MONEY-FIELD-NAME==
               BY ==WRK-CUSTO-ED==.
           COPY 'RUNDATE.CPY'.
                   MOVE ORC-CUSTO TO WRK-CUSTO-ED
                   DISPLAY 'AREA ORCADA ATUAL..: ' ORC-AREA
                   DISPLAY 'CUSTO ORCADO ATUAL.: ' WRK-CUSTO-ED
                   MOVE ORC-VALOR-CONTRATO TO WRK-CUSTO-ED
                   DISPLAY 'VALOR DO CONTRATO..: ' WRK-CUSTO-ED
                   DISPLAY 'RETENCAO (%).......: ' ORC-RETENCAO-PCT
                   DISPLAY 'CPF DO CLIENTE.....: ' ORC-CPF-CLIENTE
                   DISPLAY 'ENTREGA CONTRATADA.: ' ORC-DATA-ENTREGA
                   PERFORM MOSTRAR-ADITIVOS THRU MOSTRAR-ADITIVOS-EXIT
           END-READ.
           IF ORCAMENTO-CADASTRADO
               MOVE REG-ORCAMENTO TO CCR-IMAGEM-TELA
           ELSE
               MOVE SPACES TO CCR-IMAGEM-TELA
           END-IF.
           PERFORM MARCAR-IMAGEM-TELA THRU MARCAR-IMAGEM-TELA-EXIT.

           DISPLAY 'AREA ORCADA (SOMENTE DIGITOS, CENTESIMOS NAS '
                   '2 ULTIMAS)'.
           MOVE FUNCTION TRIM(WRK-ENT) TO WRK-CUSTO-NUM.
           COMPUTE WRK-CUSTO = WRK-CUSTO-NUM / 100.

           DISPLAY 'VALOR DO CONTRATO (SOMENTE DIGITOS, CENTAVOS '
                   'NAS 2 ULTIMAS)'.
           ACCEPT WRK-ENT FROM CONSOLE.
           CALL 'VALIDNUM' USING WRK-ENT WRK-ENTRADA-VALIDA.
           IF NOT ENTRADA-VALIDA
               DISPLAY 'ENTRADA INVALIDA - NADA FOI ALTERADO.'
               GO TO 0002-INICIALIZAR-EXIT
           END-IF.
           MOVE FUNCTION TRIM(WRK-ENT) TO WRK-CUSTO-NUM.
           COMPUTE WRK-CONTRATO = WRK-CUSTO-NUM / 100.

           DISPLAY 'RETENCAO CONTRATUAL EM % (SOMENTE DIGITOS, '
                   'CENTESIMOS NAS 2 ULTIMAS)'.
           ACCEPT WRK-ENT FROM CONSOLE.
           CALL 'VALIDNUM' USING WRK-ENT WRK-ENTRADA-VALIDA.
           IF NOT ENTRADA-VALIDA
               DISPLAY 'ENTRADA INVALIDA - NADA FOI ALTERADO.'
               GO TO 0002-INICIALIZAR-EXIT
           END-IF.
           MOVE FUNCTION TRIM(WRK-ENT) TO WRK-RETENCAO-NUM.
           IF WRK-RETENCAO-NUM > 9999
               DISPLAY 'RETENCAO ACIMA DE 99,99% - NADA FOI '
                       'ALTERADO.'
               GO TO 0002-INICIALIZAR-EXIT
           END-IF.
           COMPUTE WRK-RETENCAO = WRK-RETENCAO-NUM / 100.

           PERFORM ACEITAR-CPF-CLIENTE THRU ACEITAR-CPF-CLIENTE-EXIT.
           IF NOT ENTRADA-VALIDA
               GO TO 0002-INICIALIZAR-EXIT
           END-IF.

           DISPLAY 'DATA DE ENTREGA CONTRATADA (AAAAMMDD, ZERO = '
                   'SEM PRAZO)'.
           ACCEPT WRK-ENT FROM CONSOLE.
           CALL 'VALIDNUM' USING WRK-ENT WRK-ENTRADA-VALIDA.
           IF NOT ENTRADA-VALIDA
               DISPLAY 'ENTRADA INVALIDA - NADA FOI ALTERADO.'
               GO TO 0002-INICIALIZAR-EXIT
           END-IF.
           MOVE FUNCTION TRIM(WRK-ENT) TO WRK-CUSTO-NUM.
           IF WRK-CUSTO-NUM > 99999999
               DISPLAY 'DATA INVALIDA - NADA FOI ALTERADO.'
               GO TO 0002-INICIALIZAR-EXIT
           END-IF.
           MOVE WRK-CUSTO-NUM TO WRK-DATA-ENTREGA.
           IF WRK-DATA-ENTREGA NOT = ZEROS
               AND FUNCTION TEST-DATE-YYYYMMDD(WRK-DATA-ENTREGA)
                   NOT = ZEROS
               DISPLAY 'DATA INVALIDA - NADA FOI ALTERADO.'
               GO TO 0002-INICIALIZAR-EXIT
           END-IF.

           PERFORM REVERIFICAR-ORCAMENTO
               THRU REVERIFICAR-ORCAMENTO-EXIT.
           IF CCR-HOUVE-COLISAO
               GO TO 0002-INICIALIZAR-EXIT
           END-IF.
           MOVE WRK-OBRA TO ORC-OBRA.
           MOVE WRK-AREA TO ORC-AREA.
           MOVE WRK-CUSTO TO ORC-CUSTO.
           MOVE WRK-CONTRATO TO ORC-VALOR-CONTRATO.
           MOVE WRK-RETENCAO TO ORC-RETENCAO-PCT.
           MOVE WRK-CPF-CLIENTE TO ORC-CPF-CLIENTE.
           MOVE WRK-DATA-ENTREGA TO ORC-DATA-ENTREGA.
           IF ORCAMENTO-CADASTRADO
               REWRITE REG-ORCAMENTO
               DISPLAY 'ORCAMENTO ALTERADO.'
               WRITE REG-ORCAMENTO
               DISPLAY 'ORCAMENTO INCLUIDO.'
           END-IF.
           MOVE 'ORC-OBRA' TO AUD-CAMPO.
           MOVE WRK-OBRA TO AUD-VALOR.
           PERFORM GRAVAR-AUDITORIA.

       0002-INICIALIZAR-EXIT.
           EXIT.

       0003-FINALIZAR.
           CLOSE OBRA-ORCAMENTO.
           PERFORM FECHAR-AUDITORIA.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

      *----------------------------------------------------------*
      * MOSTRAR-ADITIVOS                                          *
      * ADITIVOS APROVADOS E ORCAMENTO ATUAL DA OBRA - O QUE FOR  *
      * DIGITADO AQUI ALTERA SO O ORCAMENTO ORIGINAL.             *
      *----------------------------------------------------------*
       MOSTRAR-ADITIVOS.
           PERFORM ABRIR-ADITIVOS.
           MOVE WRK-OBRA TO ADT-WS-OBRA.
           PERFORM SOMAR-ADITIVOS-OBRA THRU SOMAR-ADITIVOS-OBRA-EXIT.
           PERFORM FECHAR-ADITIVOS.
           IF ADT-WS-QTD-APROV = ZEROS AND ADT-WS-QTD-PEND = ZEROS
               GO TO MOSTRAR-ADITIVOS-EXIT
           END-IF.
           COMPUTE WRK-AREA-ATUAL = ORC-AREA + ADT-WS-AREA-APROV.
           COMPUTE WRK-CUSTO-ATUAL = ORC-CUSTO + ADT-WS-CUSTO-APROV.
           MOVE ADT-WS-CUSTO-APROV TO WRK-CUSTO-ED.
           DISPLAY 'ADITIVOS APROVADOS.: ' ADT-WS-QTD-APROV
                   ' AREA ' ADT-WS-AREA-APROV
                   ' CUSTO ' WRK-CUSTO-ED.
           MOVE WRK-CUSTO-ATUAL TO WRK-CUSTO-ED.
           DISPLAY 'ORCAMENTO ATUAL....: AREA ' WRK-AREA-ATUAL
                   ' CUSTO ' WRK-CUSTO-ED.
           IF ADT-WS-QTD-PEND > ZEROS
               DISPLAY 'ADITIVOS AGUARDANDO DECISAO: '
                       ADT-WS-QTD-PEND
           END-IF.
           DISPLAY 'AREA E CUSTO A SEGUIR SAO O ORCAMENTO ORIGINAL - '
                   'ACRESCIMOS PELO ADITMNT.'.

       MOSTRAR-ADITIVOS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ACEITAR-CPF-CLIENTE                                       *
      * CPF DO CLIENTE DO CONTRATO, EM NOME DE QUEM O FATURAMENTO *
      * DAS MEDICOES GERA O RECEBIVEL: BRANCO = OBRA SEM          *
      * FATURAMENTO; INFORMADO, PASSA PELA VALIDCPF E PRECISA     *
      * ESTAR NO CADCLI (SEM O CADASTRO, ACEITO SEM CONFERENCIA). *
      *----------------------------------------------------------*
       ACEITAR-CPF-CLIENTE.
           MOVE ZEROS TO WRK-CPF-CLIENTE.
           DISPLAY 'CPF DO CLIENTE DO CONTRATO (BRANCO = SEM '
                   'FATURAMENTO)'.
           ACCEPT WRK-ENT FROM CONSOLE.
           IF WRK-ENT = SPACES
               MOVE 'S' TO WRK-ENTRADA-VALIDA
               GO TO ACEITAR-CPF-CLIENTE-EXIT
           END-IF.
           CALL 'VALIDNUM' USING WRK-ENT WRK-ENTRADA-VALIDA.
           IF NOT ENTRADA-VALIDA
               DISPLAY 'ENTRADA INVALIDA - NADA FOI ALTERADO.'
               GO TO ACEITAR-CPF-CLIENTE-EXIT
           END-IF.
           MOVE FUNCTION TRIM(WRK-ENT) TO WRK-CPF-CLIENTE.
           CALL 'VALIDCPF' USING WRK-CPF-CLIENTE WRK-CPF-VALIDO.
           IF NOT CPF-VALIDO
               DISPLAY 'CPF INVALIDO - NADA FOI ALTERADO.'
               MOVE 'N' TO WRK-ENTRADA-VALIDA
               GO TO ACEITAR-CPF-CLIENTE-EXIT
           END-IF.

           OPEN INPUT CADASTRO-CLIENTE.
           IF CLI-NAO-ENCONTRADO
               DISPLAY 'CADASTRO DE CLIENTES AUSENTE - CPF ACEITO '
                       'SEM CONFERENCIA.'
               GO TO ACEITAR-CPF-CLIENTE-EXIT
           END-IF.
           MOVE WRK-CPF-CLIENTE TO REG-CPF.
           READ CADASTRO-CLIENTE
               INVALID KEY
                   DISPLAY 'CPF NAO CADASTRADO NO CADCLI - NADA FOI '
                           'ALTERADO.'
                   MOVE 'N' TO WRK-ENTRADA-VALIDA
               NOT INVALID KEY
                   DISPLAY 'CLIENTE DO CONTRATO: ' REG-NOME
           END-READ.
           CLOSE CADASTRO-CLIENTE.

       ACEITAR-CPF-CLIENTE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * REVERIFICAR-ORCAMENTO                                     *
      * RELE O ORCAMENTO DA OBRA ANTES DE GRAVAR E CONFERE COM A  *
      * IMAGEM EXIBIDA. COM CCR-HOUVE-COLISAO (ORCAMENTO ALTERADO *
      * OU INCLUIDO POR OUTRA SESSAO) NADA E GRAVADO.             *
      *----------------------------------------------------------*
       REVERIFICAR-ORCAMENTO.
           MOVE WRK-OBRA TO ORC-OBRA.
           READ OBRA-ORCAMENTO
               INVALID KEY
                   MOVE SPACES TO CCR-IMAGEM-ATUAL
               NOT INVALID KEY
                   MOVE REG-ORCAMENTO TO CCR-IMAGEM-ATUAL
           END-READ.
           MOVE WRK-OBRA TO CCR-WS-CHAVE.
           MOVE 'ORC-OBRA' TO CCR-WS-CAMPO-CHAVE.
           MOVE 1 TO CCR-WS-PRIMEIRO.
           MOVE 6 TO CCR-WS-ULTIMO.
           PERFORM CONFERIR-CONCORRENCIA
               THRU CONFERIR-CONCORRENCIA-EXIT.

       REVERIFICAR-ORCAMENTO-EXIT.
           EXIT.

           COPY 'OBRAADTP.CPY'.
           COPY 'RUNDATEP.CPY'.
           COPY 'AUDITPRC.CPY' REPLACING ==AUD-PROGRAM-ID==
               BY =='ORCMNT'==.
           COPY 'CONCORP.CPY' REPLACING ==CCR-PROGRAM-ID==
               BY =='ORCMNT'==.
