      *PELOS PARAGRAFOS PADRAO DE CALENDP.CPY.
      *DATA   = 26/02/22
      *HISTORICO DE ALTERACOES
      *27/04/22 KA FERIADOS LOCAIS: OPCAO L MARCA NA DATA UM
      *FERIADO ESTADUAL (SO A UF) OU MUNICIPAL (UMA FILIAL DO
      *FILMST, QUE TEM DE SER DA UF INFORMADA) E OPCAO R O
      *REMOVE; UF VALIDADA PELA TABELA UFTAB. A CLASSIFICACAO
      *NACIONAL DA DATA NAO MUDA
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS CAL-DATA
               FILE STATUS IS WRK-CAL-STATUS.

           SELECT FILIAL-MASTER ASSIGN TO "FILMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIL-CODIGO
               FILE STATUS IS WRK-FIL-STATUS.

           SELECT TABELA-UF ASSIGN TO "UFTAB"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS UF-WS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDARIO-UTIL.
           COPY 'CALREG.CPY'.

       FD  FILIAL-MASTER.
           COPY 'FILMST.CPY'.

       FD  TABELA-UF.
           COPY 'UFREG.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'UFTABW.CPY'.
       77 WRK-CAL-STATUS PIC X(02) VALUE ZEROS.
           88 CAL-OK VALUE '00'.
           88 CAL-NAO-ENCONTRADO VALUE '23' '35'.
           88 OPCAO-CARGA VALUE 'C'.
           88 OPCAO-FERIADO VALUE 'F'.
           88 OPCAO-DESMARCAR VALUE 'U'.
           88 OPCAO-LOCAL VALUE 'L'.
           88 OPCAO-REMOVER-LOCAL VALUE 'R'.
       77 WRK-FIL-STATUS PIC X(02) VALUE ZEROS.
           88 FIL-OK VALUE '00'.
           88 FIL-NAO-ENCONTRADA VALUE '23' '35'.
       77 WRK-FIL-ABERTO PIC X(01) VALUE 'N'.
           88 FIL-ABERTO VALUE 'S'.

       77 WRK-ANO PIC 9(04) VALUE ZEROS.
       77 WRK-MES PIC 9(02) VALUE ZEROS.
       77 WRK-REG-EXISTE PIC X(01) VALUE 'N'.
           88 DATA-JA-CADASTRADA VALUE 'S'.

      *FERIADO LOCAL: UF, FILIAL (EM BRANCO = TODA A UF) E
      *POSICAO NA TABELA DA DATA (ZERO = NAO ESTA NA TABELA)
       77 WRK-UF PIC X(02) VALUE SPACES.
       77 WRK-FILIAL PIC X(05) VALUE SPACES.
       77 WRK-IND PIC 9(02) VALUE ZEROS.
       77 WRK-POS PIC 9(02) VALUE ZEROS.

      *APOIO AO CALCULO DO DIA DA SEMANA (CONGRUENCIA DE ZELLER:
      *0 = SABADO, 1 = DOMINGO, 2 = SEGUNDA, ...)
       77 WRK-Z-MES PIC 9(02) VALUE ZEROS.
               CLOSE CALENDARIO-UTIL
               OPEN I-O CALENDARIO-UTIL
           END-IF.
           PERFORM CARREGAR-TABELA-UF.
           OPEN INPUT FILIAL-MASTER.
           IF FIL-OK
               SET FIL-ABERTO TO TRUE
           END-IF.

       0003-PROCESSAR.
           DISPLAY 'OPCAO: C=CARGA DO ANO  F=MARCAR FERIADO  '
                   'U=DESMARCAR FERIADO'.
           DISPLAY '       L=MARCAR FERIADO LOCAL (UF/FILIAL)  '
                   'R=REMOVER FERIADO LOCAL'.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE TRUE
               WHEN OPCAO-CARGA
                   PERFORM MARCAR-FERIADO THRU MARCAR-FERIADO-EXIT
               WHEN OPCAO-DESMARCAR
                   PERFORM DESMARCAR-FERIADO THRU DESMARCAR-FERIADO-EXIT
               WHEN OPCAO-LOCAL
                   PERFORM MARCAR-FERIADO-LOCAL
                       THRU MARCAR-FERIADO-LOCAL-EXIT
               WHEN OPCAO-REMOVER-LOCAL
                   PERFORM REMOVER-FERIADO-LOCAL
                       THRU REMOVER-FERIADO-LOCAL-EXIT
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA - NADA FOI ALTERADO.'
           END-EVALUATE.

       0004-FINALIZAR.
           CLOSE CALENDARIO-UTIL.
           IF FIL-ABERTO
               CLOSE FILIAL-MASTER
           END-IF.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

      *----------------------------------------------------------*
                   SET CAL-DIA-UTIL TO TRUE
                   MOVE SPACES TO CAL-DESCRICAO
               END-IF
               MOVE ZEROS TO CAL-QTD-LOCAIS
               MOVE SPACES TO CAL-LOCAIS
               WRITE REG-CALENDARIO
               ADD 1 TO WRK-TOTAL-GERADOS
           END-IF.
                   MOVE WRK-DATA TO CAL-DATA
                   SET CAL-FERIADO TO TRUE
                   MOVE WRK-DESCRICAO TO CAL-DESCRICAO
                   MOVE ZEROS TO CAL-QTD-LOCAIS
                   MOVE SPACES TO CAL-LOCAIS
                   WRITE REG-CALENDARIO
                   DISPLAY 'FERIADO INCLUIDO.'
               NOT INVALID KEY
       DESMARCAR-FERIADO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * MARCAR-FERIADO-LOCAL                                      *
      * INCLUI NA TABELA DA DATA O FERIADO DE UMA UF OU DE UMA    *
      * FILIAL; SE A UF/FILIAL JA ESTIVER NA TABELA SO TROCA A    *
      * DESCRICAO. A DATA PRECISA ESTAR CARREGADA.                *
      *----------------------------------------------------------*
       MARCAR-FERIADO-LOCAL.
           PERFORM ACEITAR-DATA.
           IF WRK-DATA = ZEROS
               GO TO MARCAR-FERIADO-LOCAL-EXIT
           END-IF.
           MOVE WRK-DATA TO CAL-DATA.
           READ CALENDARIO-UTIL
               INVALID KEY
                   DISPLAY 'DATA NAO CADASTRADA - FACA A CARGA '
                           'DO ANO.'
                   GO TO MARCAR-FERIADO-LOCAL-EXIT
           END-READ.
           PERFORM ACEITAR-UF-FILIAL THRU ACEITAR-UF-FILIAL-EXIT.
           IF WRK-UF = SPACES
               GO TO MARCAR-FERIADO-LOCAL-EXIT
           END-IF.
           DISPLAY 'DESCRICAO DO FERIADO'.
           ACCEPT WRK-DESCRICAO FROM CONSOLE.

           PERFORM LOCALIZAR-FERIADO-LOCAL.
           IF WRK-POS = ZEROS
               IF CAL-QTD-LOCAIS >= 15
                   DISPLAY 'DATA JA TEM 15 FERIADOS LOCAIS - '
                           'NADA FOI ALTERADO.'
                   GO TO MARCAR-FERIADO-LOCAL-EXIT
               END-IF
               ADD 1 TO CAL-QTD-LOCAIS
               MOVE CAL-QTD-LOCAIS TO WRK-POS
               MOVE WRK-UF TO CAL-LOC-UF(WRK-POS)
               MOVE WRK-FILIAL TO CAL-LOC-FILIAL(WRK-POS)
               DISPLAY 'FERIADO LOCAL INCLUIDO.'
           ELSE
               DISPLAY 'FERIADO LOCAL ATUALIZADO.'
           END-IF.
           MOVE WRK-DESCRICAO TO CAL-LOC-DESCRICAO(WRK-POS).
           REWRITE REG-CALENDARIO.

       MARCAR-FERIADO-LOCAL-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * REMOVER-FERIADO-LOCAL                                     *
      * RETIRA DA TABELA DA DATA O FERIADO DA UF/FILIAL,          *
      * FECHANDO O ESPACO COM AS ENTRADAS SEGUINTES.              *
      *----------------------------------------------------------*
       REMOVER-FERIADO-LOCAL.
           PERFORM ACEITAR-DATA.
           IF WRK-DATA = ZEROS
               GO TO REMOVER-FERIADO-LOCAL-EXIT
           END-IF.
           MOVE WRK-DATA TO CAL-DATA.
           READ CALENDARIO-UTIL
               INVALID KEY
                   DISPLAY 'DATA NAO CADASTRADA.'
                   GO TO REMOVER-FERIADO-LOCAL-EXIT
           END-READ.
           PERFORM ACEITAR-UF-FILIAL THRU ACEITAR-UF-FILIAL-EXIT.
           IF WRK-UF = SPACES
               GO TO REMOVER-FERIADO-LOCAL-EXIT
           END-IF.
           PERFORM LOCALIZAR-FERIADO-LOCAL.
           IF WRK-POS = ZEROS
               DISPLAY 'FERIADO LOCAL NAO CADASTRADO NA DATA.'
               GO TO REMOVER-FERIADO-LOCAL-EXIT
           END-IF.
           PERFORM DESLOCAR-FERIADO-LOCAL
               VARYING WRK-IND FROM WRK-POS BY 1
               UNTIL WRK-IND >= CAL-QTD-LOCAIS.
           MOVE SPACES TO CAL-FERIADO-LOCAL(CAL-QTD-LOCAIS).
           SUBTRACT 1 FROM CAL-QTD-LOCAIS.
           REWRITE REG-CALENDARIO.
           DISPLAY 'FERIADO LOCAL REMOVIDO.'.

       REMOVER-FERIADO-LOCAL-EXIT.
           EXIT.

       DESLOCAR-FERIADO-LOCAL.
           MOVE CAL-FERIADO-LOCAL(WRK-IND + 1)
               TO CAL-FERIADO-LOCAL(WRK-IND).

       DESLOCAR-FERIADO-LOCAL-EXIT.
           EXIT.

      *POSICAO DA UF/FILIAL NA TABELA DA DATA EM WRK-POS
       LOCALIZAR-FERIADO-LOCAL.
           MOVE ZEROS TO WRK-POS.
           PERFORM COMPARAR-FERIADO-LOCAL
               VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > CAL-QTD-LOCAIS
                  OR WRK-POS NOT = ZEROS.

       LOCALIZAR-FERIADO-LOCAL-EXIT.
           EXIT.

       COMPARAR-FERIADO-LOCAL.
           IF CAL-LOC-UF(WRK-IND) = WRK-UF
              AND CAL-LOC-FILIAL(WRK-IND) = WRK-FILIAL
               MOVE WRK-IND TO WRK-POS
           END-IF.

       COMPARAR-FERIADO-LOCAL-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ACEITAR-UF-FILIAL                                         *
      * UF VALIDADA PELA TABELA E FILIAL OPCIONAL, QUE TEM DE     *
      * EXISTIR NO FILMST E SER DA UF. ENTRADA RECUSADA VOLTA     *
      * COM WRK-UF EM BRANCO.                                     *
      *----------------------------------------------------------*
       ACEITAR-UF-FILIAL.
           DISPLAY 'UF DO FERIADO'.
           ACCEPT WRK-UF FROM CONSOLE.
           INSPECT WRK-UF
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE WRK-UF TO UF-WS-TESTE.
           PERFORM VALIDAR-UF.
           IF WRK-UF = SPACES OR UF-INVALIDA
               DISPLAY 'UF INVALIDA - NADA FOI ALTERADO.'
               MOVE SPACES TO WRK-UF
               GO TO ACEITAR-UF-FILIAL-EXIT
           END-IF.
           DISPLAY 'FILIAL (EM BRANCO = TODA A UF)'.
           ACCEPT WRK-FILIAL FROM CONSOLE.
           INSPECT WRK-FILIAL
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           IF WRK-FILIAL = SPACES
               GO TO ACEITAR-UF-FILIAL-EXIT
           END-IF.
           IF NOT FIL-ABERTO
               DISPLAY 'CADASTRO DE FILIAIS (FILMST) NAO '
                       'ENCONTRADO - NADA FOI ALTERADO.'
               MOVE SPACES TO WRK-UF
               GO TO ACEITAR-UF-FILIAL-EXIT
           END-IF.
           MOVE WRK-FILIAL TO FIL-CODIGO.
           READ FILIAL-MASTER
               INVALID KEY
                   DISPLAY 'FILIAL NAO CADASTRADA - NADA FOI '
                           'ALTERADO.'
                   MOVE SPACES TO WRK-UF
               NOT INVALID KEY
                   IF FIL-UF NOT = WRK-UF
                       DISPLAY 'FILIAL NAO PERTENCE A UF ' WRK-UF
                               ' - NADA FOI ALTERADO.'
                       MOVE SPACES TO WRK-UF
                   END-IF
           END-READ.

       ACEITAR-UF-FILIAL-EXIT.
           EXIT.

       ACEITAR-DATA.
           DISPLAY 'DATA (AAAAMMDD)'.
           ACCEPT WRK-ENT FROM CONSOLE.
           EXIT.

           COPY 'RUNDATEP.CPY'.
           COPY 'UFTABP.CPY'.
