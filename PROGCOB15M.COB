      *OU INATIVO.
      *DATA   = 25/02/22
      *HISTORICO DE ALTERACOES
      *21/04/22 KA HISTORICO DE ATRIBUICOES (VENDATR): REGIAO E
      *FILIAL DE LOTACAO COM DATA DE INICIO E FIM. NOVA OPCAO
      *T=TRANSFERIR (NOVA ATRIBUICAO A PARTIR DE UMA DATA, QUE
      *FECHA A VIGENTE NA VESPERA); A INCLUSAO ABRE A PRIMEIRA
      *ATRIBUICAO NA DATA DE EXECUCAO E A REGIAO INFORMADA NA
      *ALTERACAO VIRA TRANSFERENCIA COM INICIO NA DATA DE
      *EXECUCAO. FILIAL CONFERIDA NO FILMST.
      *07/06/22 KA ANTES DE INCLUIR OU REGRAVAR, RELE O VENDEDOR E
      *CONFERE COM A IMAGEM EXIBIDA (CONCORP.CPY): SE OUTRA SESSAO
      *GRAVOU O MESMO CODIGO NESSE MEIO TEMPO, MOSTRA O QUE MUDOU E
      *QUEM MUDOU (PELO AUDIT-TRAIL), REGISTRA A COLISAO NO ARQUIVO
      *COLISAO E NADA E GRAVADO
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS VEND-CODIGO
               FILE STATUS IS WRK-VEND-STATUS.

           SELECT VENDEDOR-ATRIBUICAO ASSIGN TO "VENDATR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATR-CHAVE
               FILE STATUS IS ATR-WS-STATUS.

           SELECT FILIAL-MASTER ASSIGN TO "FILMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIL-CODIGO
               FILE STATUS IS WRK-FIL-STATUS.

           SELECT AUDIT-TRAIL ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUD-WS-STATUS.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SES-WS-STATUS.

           SELECT LOG-COLISAO ASSIGN TO "COLISAO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CCR-WS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDEDOR-MASTER.
           COPY 'VENDMST.CPY'.

       FD  VENDEDOR-ATRIBUICAO.
           COPY 'VENDATR.CPY'.

       FD  FILIAL-MASTER.
           COPY 'FILMST.CPY'.

       FD  AUDIT-TRAIL.
           COPY 'AUDITLOG.CPY'.

       FD  OPERADOR-SESSAO.
           COPY 'OPERSESS.CPY'.

       FD  LOG-COLISAO.
           COPY 'COLISAO.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'AUDITWS.CPY'.
           COPY 'OPERSESW.CPY'.
           COPY 'VENDATRW.CPY'.
           COPY 'CONCORW.CPY'.
       77 WRK-VEND-STATUS PIC X(02) VALUE ZEROS.
           88 VEND-OK VALUE '00'.
           88 VEND-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-FIL-STATUS PIC X(02) VALUE ZEROS.
           88 FIL-OK VALUE '00'.
           88 FIL-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-FILMST-ABERTO PIC X(01) VALUE 'N'.
           88 FILMST-ABERTO VALUE 'S'.
       77 WRK-CODIGO-ENT PIC X(11) VALUE SPACES.
       77 WRK-CODIGO PIC 9(04) VALUE ZEROS.
       77 WRK-ENTRADA-VALIDA PIC X(01) VALUE 'N'.
           88 OPCAO-ALTERAR VALUE 'A'.
           88 OPCAO-INATIVAR VALUE 'X'.
           88 OPCAO-REATIVAR VALUE 'R'.
           88 OPCAO-TRANSFERIR VALUE 'T'.
       77 WRK-VEND-ACHADO PIC X(01) VALUE 'N'.
           88 VENDEDOR-ENCONTRADO VALUE 'S'.
       77 WRK-NOME PIC X(20) VALUE SPACES.
       77 WRK-COMISSAO-NUM PIC 9(04) VALUE ZEROS.
       77 WRK-COMISSAO PIC 9(02)V99 VALUE ZEROS.
       77 WRK-COMISSAO-ED PIC Z9,99 VALUE ZEROS.
       77 WRK-FILIAL PIC X(05) VALUE SPACES.
       77 WRK-DATA-ENT PIC X(11) VALUE SPACES.
       01 WRK-DATA-INICIO PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WRK-DATA-INICIO.
           05 WRK-INICIO-ANO PIC 9(04).
           05 FILLER PIC 9(04).
       77 WRK-DATA-FIM-ANT PIC 9(08) VALUE ZEROS.
       77 WRK-ATR-VALIDA PIC X(01) VALUE 'N'.
           88 ATRIBUICAO-VALIDA VALUE 'S'.
       77 WRK-INICIO-ED PIC 9(04)/99/99 VALUE ZEROS.
       77 WRK-FIM-ED PIC 9(04)/99/99 VALUE ZEROS.

      *CAMPOS DO REG-VENDEDOR (VENDMST.CPY) CONFERIDOS CONTRA A
      *IMAGEM EXIBIDA - NOME, POSICAO INICIAL E TAMANHO
       01 CCR-CAMPOS-LITERAL.
           05 FILLER PIC X(21) VALUE 'VEND-NOME      005020'.
           05 FILLER PIC X(21) VALUE 'VEND-REGIAO    025010'.
           05 FILLER PIC X(21) VALUE 'VEND-COMISSAO  035004'.
           05 FILLER PIC X(21) VALUE 'VEND-SITUACAO  039001'.
       01 CCR-CAMPOS REDEFINES CCR-CAMPOS-LITERAL.
           05 CCR-CAMPO OCCURS 4 TIMES.
               10 CCR-CAMPO-NOME PIC X(15).
               10 CCR-CAMPO-INICIO PIC 9(03).
               10 CCR-CAMPO-TAM PIC 9(03).
           COPY 'RUNDATE.CPY'.

       PROCEDURE DIVISION.
               CLOSE VENDEDOR-MASTER
               OPEN I-O VENDEDOR-MASTER
           END-IF.
           OPEN I-O VENDEDOR-ATRIBUICAO.
           IF ATR-NAO-ENCONTRADO
               OPEN OUTPUT VENDEDOR-ATRIBUICAO
               CLOSE VENDEDOR-ATRIBUICAO
               OPEN I-O VENDEDOR-ATRIBUICAO
           END-IF.
           MOVE 'S' TO ATR-WS-ABERTO.
           OPEN INPUT FILIAL-MASTER.
           IF FIL-NAO-ENCONTRADO
               MOVE 'N' TO WRK-FILMST-ABERTO
           ELSE
               MOVE 'S' TO WRK-FILMST-ABERTO
           END-IF.

           DISPLAY 'CODIGO DO VENDEDOR'.
           ACCEPT WRK-CODIGO-ENT FROM CONSOLE.
               NOT INVALID KEY
                   MOVE 'S' TO WRK-VEND-ACHADO
           END-READ.
           IF VENDEDOR-ENCONTRADO
               MOVE REG-VENDEDOR TO CCR-IMAGEM-TELA
           ELSE
               MOVE SPACES TO CCR-IMAGEM-TELA
           END-IF.
           PERFORM MARCAR-IMAGEM-TELA THRU MARCAR-IMAGEM-TELA-EXIT.

           IF VENDEDOR-ENCONTRADO
               MOVE VEND-COMISSAO TO WRK-COMISSAO-ED
               DISPLAY 'REGIAO....: ' VEND-REGIAO
               DISPLAY 'COMISSAO %: ' WRK-COMISSAO-ED
               DISPLAY 'SITUACAO..: ' VEND-SITUACAO
               PERFORM LISTAR-ATRIBUICOES
           ELSE
               DISPLAY 'CODIGO AINDA NAO CADASTRADO.'
           END-IF.

       0003-PROCESSAR.
           DISPLAY 'OPCAO: I=INCLUIR  A=ALTERAR  X=INATIVAR  '
                   'R=REATIVAR  T=TRANSFERIR'.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE TRUE
               WHEN OPCAO-INCLUIR
                       DISPLAY 'CODIGO JA CADASTRADO - USE ALTERAR.'
                   ELSE
                       PERFORM ACEITAR-DADOS
                       PERFORM ACEITAR-FILIAL THRU ACEITAR-FILIAL-EXIT
                       MOVE RUNDATE-HOJE TO WRK-DATA-INICIO
                       IF ATRIBUICAO-VALIDA
                           PERFORM REVERIFICAR-VENDEDOR
                               THRU REVERIFICAR-VENDEDOR-EXIT
                       END-IF
                       IF ATRIBUICAO-VALIDA AND NOT CCR-HOUVE-COLISAO
                           MOVE WRK-CODIGO TO VEND-CODIGO
                           MOVE WRK-NOME TO VEND-NOME
                           MOVE WRK-REGIAO TO VEND-REGIAO
                           MOVE WRK-COMISSAO TO VEND-COMISSAO
                           SET VENDEDOR-ATIVO TO TRUE
                           WRITE REG-VENDEDOR
                           PERFORM GRAVAR-ATRIBUICAO
                               THRU GRAVAR-ATRIBUICAO-EXIT
                           DISPLAY 'VENDEDOR INCLUIDO.'
                       ELSE
                           DISPLAY 'VENDEDOR NAO INCLUIDO.'
                       END-IF
                   END-IF
               WHEN OPCAO-ALTERAR
                   IF VENDEDOR-ENCONTRADO
                       PERFORM ACEITAR-DADOS
                       PERFORM REVERIFICAR-VENDEDOR
                           THRU REVERIFICAR-VENDEDOR-EXIT
                   END-IF
                   IF VENDEDOR-ENCONTRADO AND NOT CCR-HOUVE-COLISAO
                       IF WRK-NOME NOT = SPACES
                           MOVE WRK-NOME TO VEND-NOME
                       END-IF
                       IF WRK-REGIAO NOT = SPACES
                           AND WRK-REGIAO NOT = VEND-REGIAO
                           MOVE SPACES TO WRK-FILIAL
                           MOVE RUNDATE-HOJE TO WRK-DATA-INICIO
                           PERFORM GRAVAR-ATRIBUICAO
                               THRU GRAVAR-ATRIBUICAO-EXIT
                       END-IF
                       IF WRK-COMISSAO > ZEROS
                           MOVE WRK-COMISSAO TO VEND-COMISSAO
                       END-IF
                       REWRITE REG-VENDEDOR
                       DISPLAY 'VENDEDOR ALTERADO.'
                   END-IF
                   IF NOT VENDEDOR-ENCONTRADO
                       DISPLAY 'CODIGO NAO CADASTRADO.'
                   END-IF
               WHEN OPCAO-INATIVAR
                   IF VENDEDOR-ENCONTRADO
                       PERFORM REVERIFICAR-VENDEDOR
                           THRU REVERIFICAR-VENDEDOR-EXIT
                   END-IF
                   IF VENDEDOR-ENCONTRADO AND NOT CCR-HOUVE-COLISAO
                       SET VENDEDOR-INATIVO TO TRUE
                       REWRITE REG-VENDEDOR
                       DISPLAY 'VENDEDOR INATIVADO.'
                   END-IF
                   IF NOT VENDEDOR-ENCONTRADO
                       DISPLAY 'CODIGO NAO CADASTRADO.'
                   END-IF
               WHEN OPCAO-REATIVAR
                   IF VENDEDOR-ENCONTRADO
                       PERFORM REVERIFICAR-VENDEDOR
                           THRU REVERIFICAR-VENDEDOR-EXIT
                   END-IF
                   IF VENDEDOR-ENCONTRADO AND NOT CCR-HOUVE-COLISAO
                       SET VENDEDOR-ATIVO TO TRUE
                       REWRITE REG-VENDEDOR
                       DISPLAY 'VENDEDOR REATIVADO.'
                   END-IF
                   IF NOT VENDEDOR-ENCONTRADO
                       DISPLAY 'CODIGO NAO CADASTRADO.'
                   END-IF
               WHEN OPCAO-TRANSFERIR
                   IF VENDEDOR-ENCONTRADO
                       PERFORM ACEITAR-TRANSFERENCIA
                           THRU ACEITAR-TRANSFERENCIA-EXIT
                       IF ATRIBUICAO-VALIDA
                           PERFORM REVERIFICAR-VENDEDOR
                               THRU REVERIFICAR-VENDEDOR-EXIT
                       END-IF
                       IF ATRIBUICAO-VALIDA AND NOT CCR-HOUVE-COLISAO
                           PERFORM GRAVAR-ATRIBUICAO
                               THRU GRAVAR-ATRIBUICAO-EXIT
                       END-IF
                       IF ATRIBUICAO-VALIDA AND NOT CCR-HOUVE-COLISAO
                           REWRITE REG-VENDEDOR
                           DISPLAY 'VENDEDOR TRANSFERIDO.'
                       ELSE
                           DISPLAY 'TRANSFERENCIA NAO REALIZADA.'
                       END-IF
                   ELSE
                       DISPLAY 'CODIGO NAO CADASTRADO.'
                   END-IF
                   DISPLAY 'OPCAO INVALIDA - NADA FOI ALTERADO.'
           END-EVALUATE.

           IF (OPCAO-INCLUIR OR OPCAO-ALTERAR
               OR OPCAO-INATIVAR OR OPCAO-REATIVAR
               OR OPCAO-TRANSFERIR) AND NOT CCR-HOUVE-COLISAO
               MOVE 'VEND-CODIGO' TO AUD-CAMPO
               MOVE WRK-CODIGO TO AUD-VALOR
               PERFORM GRAVAR-AUDITORIA

       0004-FINALIZAR.
           CLOSE VENDEDOR-MASTER.
           PERFORM FECHAR-ATRIBUICAO.
           IF FILMST-ABERTO
               CLOSE FILIAL-MASTER
           END-IF.
           PERFORM FECHAR-AUDITORIA.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

       ACEITAR-DADOS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ACEITAR-FILIAL                                            *
      * ACEITA A FILIAL DE LOTACAO E CONFERE NO CADASTRO FILMST   *
      * (EM BRANCO MANTEM A FILIAL ATUAL; SEM O CADASTRO O        *
      * CODIGO E ACEITO SEM CONFERENCIA).                         *
      *----------------------------------------------------------*
       ACEITAR-FILIAL.
           MOVE 'S' TO WRK-ATR-VALIDA.
           DISPLAY 'FILIAL DE LOTACAO (CODIGO DO FILMST)'.
           ACCEPT WRK-FILIAL FROM CONSOLE.
           IF WRK-FILIAL = SPACES OR NOT FILMST-ABERTO
               GO TO ACEITAR-FILIAL-EXIT
           END-IF.
           MOVE WRK-FILIAL TO FIL-CODIGO.
           READ FILIAL-MASTER
               INVALID KEY
                   DISPLAY 'FILIAL NAO CADASTRADA NO FILMST.'
                   MOVE 'N' TO WRK-ATR-VALIDA
               NOT INVALID KEY
                   IF FILIAL-INATIVA
                       DISPLAY 'FILIAL INATIVA NO FILMST.'
                       MOVE 'N' TO WRK-ATR-VALIDA
                   END-IF
           END-READ.

       ACEITAR-FILIAL-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ACEITAR-TRANSFERENCIA                                     *
      * ACEITA REGIAO, FILIAL E DATA DE INICIO DA NOVA            *
      * ATRIBUICAO (DATA EM BRANCO = DATA DE EXECUCAO; REGIAO OU  *
      * FILIAL EM BRANCO MANTEM A DA ATRIBUICAO VIGENTE).         *
      *----------------------------------------------------------*
       ACEITAR-TRANSFERENCIA.
           DISPLAY 'NOVA REGIAO'.
           ACCEPT WRK-REGIAO FROM CONSOLE.
           PERFORM ACEITAR-FILIAL THRU ACEITAR-FILIAL-EXIT.
           IF NOT ATRIBUICAO-VALIDA
               GO TO ACEITAR-TRANSFERENCIA-EXIT
           END-IF.
           DISPLAY 'INICIO DA NOVA ATRIBUICAO (AAAAMMDD)'.
           ACCEPT WRK-DATA-ENT FROM CONSOLE.
           IF WRK-DATA-ENT = SPACES
               MOVE RUNDATE-HOJE TO WRK-DATA-INICIO
               GO TO ACEITAR-TRANSFERENCIA-EXIT
           END-IF.
           CALL 'VALIDNUM' USING WRK-DATA-ENT WRK-ENTRADA-VALIDA.
           IF ENTRADA-VALIDA
               MOVE FUNCTION TRIM(WRK-DATA-ENT) TO WRK-DATA-INICIO
           ELSE
               MOVE ZEROS TO WRK-DATA-INICIO
           END-IF.
           IF WRK-INICIO-ANO < 1900
               OR FUNCTION TEST-DATE-YYYYMMDD(WRK-DATA-INICIO)
                   NOT = ZEROS
               DISPLAY 'DATA INVALIDA'
               MOVE 'N' TO WRK-ATR-VALIDA
           END-IF.

       ACEITAR-TRANSFERENCIA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * GRAVAR-ATRIBUICAO                                         *
      * ABRE A ATRIBUICAO DE WRK-REGIAO/WRK-FILIAL A PARTIR DE    *
      * WRK-DATA-INICIO. A VIGENTE E FECHADA NA VESPERA; INICIO   *
      * IGUAL AO DA VIGENTE CORRIGE A PROPRIA VIGENTE E INICIO    *
      * ANTERIOR A ELA E RECUSADO (NAO SE REESCREVE PERIODO JA    *
      * FECHADO). VEND-REGIAO ACOMPANHA A NOVA REGIAO; O CHAMADOR *
      * GRAVA O REG-VENDEDOR.                                     *
      *----------------------------------------------------------*
       GRAVAR-ATRIBUICAO.
           MOVE 'S' TO WRK-ATR-VALIDA.
           SET ATR-NAO-ACHADA TO TRUE.
           MOVE WRK-CODIGO TO ATR-WS-VENDEDOR.
           MOVE 99999999 TO ATR-WS-DATA.
           PERFORM BUSCAR-ATRIBUICAO THRU BUSCAR-ATRIBUICAO-EXIT.

           IF ATR-ACHADA
               IF WRK-DATA-INICIO < ATR-WS-INICIO
                   MOVE ATR-WS-INICIO TO WRK-INICIO-ED
                   DISPLAY 'INICIO ANTERIOR A ATRIBUICAO VIGENTE ('
                           WRK-INICIO-ED ') - RECUSADO.'
                   MOVE 'N' TO WRK-ATR-VALIDA
                   GO TO GRAVAR-ATRIBUICAO-EXIT
               END-IF
               IF WRK-REGIAO = SPACES
                   MOVE ATR-WS-REGIAO TO WRK-REGIAO
               END-IF
               IF WRK-FILIAL = SPACES
                   MOVE ATR-WS-FILIAL TO WRK-FILIAL
               END-IF
               MOVE WRK-CODIGO TO ATR-VENDEDOR
               MOVE ATR-WS-INICIO TO ATR-DATA-INICIO
               READ VENDEDOR-ATRIBUICAO
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WRK-DATA-INICIO = ATR-WS-INICIO
                   MOVE WRK-REGIAO TO ATR-REGIAO
                   MOVE WRK-FILIAL TO ATR-FILIAL
                   MOVE RUNDATE-HOJE TO ATR-DATA-REGISTRO
                   REWRITE REG-VEND-ATRIBUICAO
                   GO TO GRAVAR-ATRIBUICAO-AUDITAR
               END-IF
               COMPUTE WRK-DATA-FIM-ANT = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WRK-DATA-INICIO) - 1)
               MOVE WRK-DATA-FIM-ANT TO ATR-DATA-FIM
               REWRITE REG-VEND-ATRIBUICAO
           ELSE
               IF NOT OPCAO-INCLUIR
                   PERFORM GRAVAR-ATRIBUICAO-INICIAL
               END-IF
               IF WRK-REGIAO = SPACES
                   MOVE VEND-REGIAO TO WRK-REGIAO
               END-IF
           END-IF.

           MOVE WRK-CODIGO TO ATR-VENDEDOR.
           MOVE WRK-DATA-INICIO TO ATR-DATA-INICIO.
           MOVE 99999999 TO ATR-DATA-FIM.
           MOVE WRK-REGIAO TO ATR-REGIAO.
           MOVE WRK-FILIAL TO ATR-FILIAL.
           MOVE RUNDATE-HOJE TO ATR-DATA-REGISTRO.
           WRITE REG-VEND-ATRIBUICAO
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR ATRIBUICAO - STATUS '
                           ATR-WS-STATUS
                   MOVE 'N' TO WRK-ATR-VALIDA
                   GO TO GRAVAR-ATRIBUICAO-EXIT
           END-WRITE.

       GRAVAR-ATRIBUICAO-AUDITAR.
           MOVE WRK-REGIAO TO VEND-REGIAO.
           MOVE 'ATR-REGIAO' TO AUD-CAMPO.
           MOVE WRK-REGIAO TO AUD-VALOR.
           PERFORM GRAVAR-AUDITORIA.
           MOVE 'ATR-FILIAL' TO AUD-CAMPO.
           MOVE WRK-FILIAL TO AUD-VALOR.
           PERFORM GRAVAR-AUDITORIA.
           MOVE 'ATR-DATA-INICIO' TO AUD-CAMPO.
           MOVE WRK-DATA-INICIO TO AUD-VALOR.
           PERFORM GRAVAR-AUDITORIA.
           SET ATR-NAO-ACHADA TO TRUE.

       GRAVAR-ATRIBUICAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * GRAVAR-ATRIBUICAO-INICIAL                                 *
      * VENDEDOR CADASTRADO ANTES DO HISTORICO DE ATRIBUICOES:    *
      * NA PRIMEIRA TRANSFERENCIA A REGIAO QUE ESTAVA NO VENDMST  *
      * E GRAVADA COMO ATRIBUICAO DESDE SEMPRE (INICIO ZERO) ATE  *
      * A VESPERA DO NOVO INICIO, PARA OS DIAS ANTERIORES NAO     *
      * PASSAREM PARA A NOVA REGIAO.                              *
      *----------------------------------------------------------*
       GRAVAR-ATRIBUICAO-INICIAL.
           MOVE WRK-CODIGO TO ATR-VENDEDOR.
           MOVE ZEROS TO ATR-DATA-INICIO.
           COMPUTE WRK-DATA-FIM-ANT = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WRK-DATA-INICIO) - 1).
           MOVE WRK-DATA-FIM-ANT TO ATR-DATA-FIM.
           MOVE VEND-REGIAO TO ATR-REGIAO.
           MOVE SPACES TO ATR-FILIAL.
           MOVE RUNDATE-HOJE TO ATR-DATA-REGISTRO.
           WRITE REG-VEND-ATRIBUICAO
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR ATRIBUICAO INICIAL - '
                           'STATUS ' ATR-WS-STATUS
           END-WRITE.

       GRAVAR-ATRIBUICAO-INICIAL-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LISTAR-ATRIBUICOES                                        *
      * MOSTRA NO CONSOLE O HISTORICO DE REGIAO E FILIAL DO       *
      * VENDEDOR, DO PERIODO MAIS ANTIGO AO VIGENTE.              *
      *----------------------------------------------------------*
       LISTAR-ATRIBUICOES.
           MOVE WRK-CODIGO TO ATR-VENDEDOR.
           MOVE ZEROS TO ATR-DATA-INICIO.
           MOVE 'N' TO ATR-WS-FIM-BUSCA.
           START VENDEDOR-ATRIBUICAO KEY IS NOT < ATR-CHAVE
               INVALID KEY
                   MOVE 'S' TO ATR-WS-FIM-BUSCA
           END-START.
           PERFORM LISTAR-UMA-ATRIBUICAO UNTIL ATR-BUSCA-ENCERRADA.

       LISTAR-ATRIBUICOES-EXIT.
           EXIT.

       LISTAR-UMA-ATRIBUICAO.
           READ VENDEDOR-ATRIBUICAO NEXT RECORD
               AT END
                   MOVE 'S' TO ATR-WS-FIM-BUSCA
           END-READ.
           IF NOT ATR-BUSCA-ENCERRADA
               IF ATR-VENDEDOR NOT = WRK-CODIGO
                   MOVE 'S' TO ATR-WS-FIM-BUSCA
               ELSE
                   MOVE ATR-DATA-INICIO TO WRK-INICIO-ED
                   IF ATR-VIGENTE
                       DISPLAY 'ATRIBUICAO: ' WRK-INICIO-ED
                               ' A (VIGENTE) REGIAO ' ATR-REGIAO
                               ' FILIAL ' ATR-FILIAL
                   ELSE
                       MOVE ATR-DATA-FIM TO WRK-FIM-ED
                       DISPLAY 'ATRIBUICAO: ' WRK-INICIO-ED
                               ' A ' WRK-FIM-ED ' REGIAO '
                               ATR-REGIAO ' FILIAL ' ATR-FILIAL
                   END-IF
               END-IF
           END-IF.

       LISTAR-UMA-ATRIBUICAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * REVERIFICAR-VENDEDOR                                      *
      * RELE O CODIGO ANTES DE GRAVAR E CONFERE COM A IMAGEM      *
      * EXIBIDA. COM CCR-HOUVE-COLISAO (VENDEDOR ALTERADO OU      *
      * INCLUIDO POR OUTRA SESSAO) NADA E GRAVADO.                *
      *----------------------------------------------------------*
       REVERIFICAR-VENDEDOR.
           MOVE WRK-CODIGO TO VEND-CODIGO.
           READ VENDEDOR-MASTER
               INVALID KEY
                   MOVE SPACES TO CCR-IMAGEM-ATUAL
               NOT INVALID KEY
                   MOVE REG-VENDEDOR TO CCR-IMAGEM-ATUAL
           END-READ.
           MOVE WRK-CODIGO TO CCR-WS-CHAVE.
           MOVE 'VEND-CODIGO' TO CCR-WS-CAMPO-CHAVE.
           MOVE 1 TO CCR-WS-PRIMEIRO.
           MOVE 4 TO CCR-WS-ULTIMO.
           PERFORM CONFERIR-CONCORRENCIA
               THRU CONFERIR-CONCORRENCIA-EXIT.

       REVERIFICAR-VENDEDOR-EXIT.
           EXIT.

           COPY 'AUDITPRC.CPY' REPLACING ==AUD-PROGRAM-ID==
               BY =='PROGCOB15M'==.
           COPY 'RUNDATEP.CPY'.
           COPY 'VENDATRP.CPY'.
           COPY 'CONCORP.CPY' REPLACING ==CCR-PROGRAM-ID==
               BY =='PROGCOB15M'==.
