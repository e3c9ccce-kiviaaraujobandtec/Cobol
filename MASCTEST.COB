       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASCTEST.
      **********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = KIVIA(ALURA) KIVIAAL
      *OBJETIVO: COPIA MASCARADA DOS MESTRES PARA A AREA DE TESTE
      *(LGPD) - LE O CADASTRO-CLIENTE (CADCLI), O RAZAO DE
      *INVESTIMENTOS (INVLEDG), O HISTORICO DE COMPRAS (CLICOMP),
      *OS RECEBIVEIS (RECEB) E O CADASTRO DE ALUNOS (ALUNMST) E
      *GRAVA AS COPIAS CADCLIT, INVLEDGT, CLICOMPT, RECEBT E
      *ALUNMSTT, COM O MESMO LAYOUT, ONDE:
      *  CPF        - TROCADO POR UM CPF SINTETICO QUE PASSA NO
      *               VALIDCPF. A BASE DE 9 DIGITOS E EMBARALHADA
      *               (AFIM MODULO 10**9, INVERSAO DOS DIGITOS E
      *               AFIM DE NOVO) E OS DOIS DIGITOS
      *               VERIFICADORES SAO RECALCULADOS. A TROCA E
      *               UMA BIJECAO: O MESMO CPF VIRA O MESMO
      *               SINTETICO EM TODOS OS ARQUIVOS E DOIS CPFS
      *               NUNCA VIRAM O MESMO, DE FORMA QUE OS VINCULOS
      *               CADCLI X INVLEDG X CLICOMP X RECEB X ALUNMST
      *               CONTINUAM FECHANDO. CPF ZERO FICA ZERO.
      *  NOME       - PRENOME E SOBRENOME FICTICIOS DA MASCTAB,
      *               ESCOLHIDOS PELO CPF SINTETICO (O RESPONSAVEL
      *               VINCULADO TEM NO ALUNMST O MESMO NOME DO
      *               CADCLI) OU PELA MATRICULA EMBARALHADA.
      *  ENDERECO   - LOGRADOURO FICTICIO COM NUMERO; COMPLEMENTO
      *               EM BRANCO E CEP ZERO. CIDADE E UF FICAM.
      *  TELEFONE   - (00) 9NNNN-NNNN FICTICIO.
      *  NASCIMENTO - DIA TROCADO POR 01 (IDADE PRESERVADA).
      *  VALORES    - MULTIPLICADOS POR UM FATOR ENTRE 100 MENOS E
      *               100 MAIS MASC-TOLER-PCT (PARAMETROS, PADRAO
      *               10, MAXIMO 50) POR CENTO, UM FATOR POR
      *               CONTA, POR CONTRATO E POR CLIENTE, PARA QUE
      *               AS PARCELAS DE UM CONTRATO CONTINUEM IGUAIS.
      *A CHAVE DE SUBSTITUICAO (18 DIGITOS) E DIGITADA PELO
      *OPERADOR NO CONSOLE A CADA EXECUCAO, NAO E EXIBIDA NEM
      *GRAVADA EM ARQUIVO ALGUM E E APAGADA DA MEMORIA ASSIM QUE
      *OS FATORES SAO DERIVADOS; SEM ELA NAO HA COMO REFAZER A
      *CORRESPONDENCIA. A MESMA CHAVE REPETE A MESMA MASCARA.
      *O RELATORIO DE CONTROLE MASCREL PROVA QUE AS CONTAGENS E
      *OS VINCULOS SOBREVIVERAM: LIDOS X GRAVADOS POR ARQUIVO,
      *CPFS ACHADOS NO CADCLI ANTES E NO CADCLIT DEPOIS, CPF
      *SINTETICO INVALIDO OU IGUAL AO ORIGINAL (DEVEM SER ZERO) E
      *A VARIACAO DOS TOTAIS DE VALOR DENTRO DA TOLERANCIA.
      *QUALQUER DIVERGENCIA TERMINA COM RETURN-CODE 8 E A COPIA
      *NAO DEVE SER LIBERADA PARA TESTE.
      *DATA   = 06/06/22
      *HISTORICO DE ALTERACOES
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADASTRO-CLIENTE ASSIGN TO "CADCLI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CPF
               ALTERNATE RECORD KEY IS REG-NOME
                   WITH DUPLICATES
               FILE STATUS IS WRK-CLI-STATUS.

           SELECT CADASTRO-TESTE ASSIGN TO "CADCLIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TST-CLI-CPF
               ALTERNATE RECORD KEY IS TST-CLI-NOME
                   WITH DUPLICATES
               FILE STATUS IS WRK-CLIT-STATUS.

           SELECT INVESTIMENTO-LEDGER ASSIGN TO "INVLEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDGER-CONTA
               FILE STATUS IS WRK-LEDGER-STATUS.

           SELECT LEDGER-TESTE ASSIGN TO "INVLEDGT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TST-LED-CONTA
               FILE STATUS IS WRK-LEDT-STATUS.

           SELECT COMPRAS-CLIENTE ASSIGN TO "CLICOMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CCOMP-CHAVE
               FILE STATUS IS WRK-CCOMP-STATUS.

           SELECT COMPRAS-TESTE ASSIGN TO "CLICOMPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TST-CCO-CHAVE
               FILE STATUS IS WRK-CCOT-STATUS.

           SELECT CONTAS-RECEBER ASSIGN TO "RECEB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-CHAVE
               FILE STATUS IS WRK-REC-STATUS.

           SELECT RECEBER-TESTE ASSIGN TO "RECEBT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TST-REC-CHAVE
               FILE STATUS IS WRK-RECT-STATUS.

           SELECT ALUNO-MASTER ASSIGN TO "ALUNMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALUN-MATRICULA
               FILE STATUS IS WRK-ALUN-STATUS.

           SELECT ALUNO-TESTE ASSIGN TO "ALUNMSTT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TST-ALU-MATRICULA
               FILE STATUS IS WRK-ALUT-STATUS.

           SELECT RELATORIO-MASCARA ASSIGN TO "MASCREL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.

           SELECT PARAMETROS ASSIGN TO "PARAMETR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARM-CHAVE
               FILE STATUS IS PARM-WS-STATUS.

           SELECT RUN-STATS ASSIGN TO "RUNSTATS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATS-WS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CADASTRO-CLIENTE.
           COPY 'CLIREG.CPY'.

      *AS COPIAS DE TESTE TEM O MESMO LAYOUT DOS MESTRES; SO A
      *CHAVE E NOMEADA, O REGISTRO E MONTADO NA AREA DO MESTRE
       FD  CADASTRO-TESTE.
       01  REG-CLIENTE-TESTE.
           05 TST-CLI-CPF          PIC 9(11).
           05 TST-CLI-NOME         PIC X(20).
           05 FILLER               PIC X(115).

       FD  INVESTIMENTO-LEDGER.
           COPY 'LEDGER.CPY'.

       FD  LEDGER-TESTE.
       01  REG-LEDGER-TESTE.
           05 TST-LED-CONTA        PIC 9(06).
           05 FILLER               PIC X(51).

       FD  COMPRAS-CLIENTE.
           COPY 'CLICOMP.CPY'.

       FD  COMPRAS-TESTE.
       01  REG-COMPRA-TESTE.
           05 TST-CCO-CHAVE        PIC X(19).
           05 FILLER               PIC X(32).

       FD  CONTAS-RECEBER.
           COPY 'RECEB.CPY'.

       FD  RECEBER-TESTE.
       01  REG-RECEBIVEL-TESTE.
           05 TST-REC-CHAVE        PIC X(08).
           05 FILLER               PIC X(109).

       FD  ALUNO-MASTER.
           COPY 'ALUNMST.CPY'.

       FD  ALUNO-TESTE.
       01  REG-ALUNO-TESTE.
           05 TST-ALU-MATRICULA    PIC 9(06).
           05 FILLER               PIC X(129).

       FD  RELATORIO-MASCARA.
       01  LINHA-MASCARA       PIC X(80).

       FD  PARAMETROS.
           COPY 'PARAMETROS.CPY'.

       FD  RUN-STATS.
           COPY 'RUNSTATS.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'RUNSTATSW.CPY'.
           COPY 'PARAMETROSW.CPY'.
           COPY 'MASCTAB.CPY'.
       77 WRK-CLI-STATUS PIC X(02) VALUE ZEROS.
           88 CLI-OK VALUE '00'.
           88 CLI-FIM VALUE '10'.
           88 CLI-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-CLIT-STATUS PIC X(02) VALUE ZEROS.
           88 CLIT-OK VALUE '00'.
       77 WRK-LEDGER-STATUS PIC X(02) VALUE ZEROS.
           88 LEDGER-FIM VALUE '10'.
           88 LEDGER-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-LEDT-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-CCOMP-STATUS PIC X(02) VALUE ZEROS.
           88 CCOMP-FIM VALUE '10'.
           88 CCOMP-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-CCOT-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-REC-STATUS PIC X(02) VALUE ZEROS.
           88 REC-FIM VALUE '10'.
           88 REC-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-RECT-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-ALUN-STATUS PIC X(02) VALUE ZEROS.
           88 ALUN-FIM VALUE '10'.
           88 ALUN-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-ALUT-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-REL-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-CADCLI-ABERTO PIC X(01) VALUE 'N'.
           88 CADCLI-DISPONIVEL VALUE 'S'.

      *CHAVE DE SUBSTITUICAO DIGITADA NO CONSOLE (APAGADA APOS
      *DERIVAR O MULTIPLICADOR E O DESLOCAMENTO)
       01 WRK-CHAVE-ENT PIC X(18) VALUE SPACES.
       01 WRK-CHAVE-PARTES REDEFINES WRK-CHAVE-ENT.
           05 WRK-CHAVE-MULT-ENT   PIC 9(09).
           05 WRK-CHAVE-DESL-ENT   PIC 9(09).
       77 WRK-MULT PIC 9(09) VALUE ZEROS.
       77 WRK-DESL PIC 9(09) VALUE ZEROS.
       77 WRK-MULT-DIGITO PIC 9(01) VALUE ZEROS.
       77 WRK-CHAVE-OK PIC X(01) VALUE 'N'.
           88 CHAVE-VALIDA VALUE 'S'.

      *EMBARALHAMENTO DE UM NUMERO DE 9 DIGITOS (BIJECAO)
       77 WRK-EMB-VALOR PIC 9(09) VALUE ZEROS.
       77 WRK-EMB-PRODUTO PIC 9(18) VALUE ZEROS.
       77 WRK-EMB-SOMA PIC 9(10) VALUE ZEROS.
       77 WRK-EMB-QUOC PIC 9(10) VALUE ZEROS.
       77 WRK-EMB-IND PIC 9(02) VALUE ZEROS.
       01 WRK-EMB-DIGITOS PIC 9(09) VALUE ZEROS.
       01 WRK-EMB-DIG-TAB REDEFINES WRK-EMB-DIGITOS.
           05 WRK-EMB-DIG PIC 9(01) OCCURS 9 TIMES.
       01 WRK-EMB-INVERTIDO PIC 9(09) VALUE ZEROS.
       01 WRK-EMB-INV-TAB REDEFINES WRK-EMB-INVERTIDO.
           05 WRK-EMB-INV-DIG PIC 9(01) OCCURS 9 TIMES.

      *CPF ORIGINAL E SINTETICO (COM O ULTIMO PAR GUARDADO, JA QUE
      *CLICOMP E RECEB TRAZEM O MESMO CPF EM SEQUENCIA)
       77 WRK-CPF-ORIG PIC 9(11) VALUE ZEROS.
       77 WRK-CPF-MASC PIC 9(11) VALUE ZEROS.
       77 WRK-CPF-BASE PIC 9(09) VALUE ZEROS.
       77 WRK-CPF-DV PIC 9(03) VALUE ZEROS.
       77 WRK-CPF-ULT-ORIG PIC 9(11) VALUE ZEROS.
       77 WRK-CPF-ULT-MASC PIC 9(11) VALUE ZEROS.
       77 WRK-CPF-VALIDO PIC X(01) VALUE 'N'.
           88 CPF-VALIDO VALUE 'S'.

      *DADOS FICTICIOS ESCOLHIDOS PELA SEMENTE
       77 WRK-SEMENTE PIC 9(09) VALUE ZEROS.
       77 WRK-SEM-QUOC PIC 9(09) VALUE ZEROS.
       77 WRK-SEM-RESTO PIC 9(04) VALUE ZEROS.
       77 WRK-IND-PRENOME PIC 9(02) VALUE ZEROS.
       77 WRK-IND-SOBRENOME PIC 9(02) VALUE ZEROS.
       77 WRK-IND-SOBRENOME2 PIC 9(02) VALUE ZEROS.
       77 WRK-IND-LOGRADOURO PIC 9(02) VALUE ZEROS.
       77 WRK-NUMERO PIC 9(03) VALUE ZEROS.
       77 WRK-NOME-CURTO PIC X(20) VALUE SPACES.
       77 WRK-NOME-LONGO PIC X(30) VALUE SPACES.
       77 WRK-ENDERECO PIC X(30) VALUE SPACES.
       01 WRK-FONE-NUM PIC 9(08) VALUE ZEROS.
       01 WRK-FONE-PARTES REDEFINES WRK-FONE-NUM.
           05 WRK-FONE-PREFIXO PIC 9(04).
           05 WRK-FONE-SUFIXO PIC 9(04).
       77 WRK-TELEFONE PIC X(15) VALUE SPACES.
       01 WRK-NASCIMENTO PIC 9(08) VALUE ZEROS.
       01 WRK-NASC-PARTES REDEFINES WRK-NASCIMENTO.
           05 WRK-NASC-ANOMES PIC 9(06).
           05 WRK-NASC-DIA PIC 9(02).

      *PERTURBACAO DOS VALORES
       77 WRK-TOLERANCIA PIC 9(02) VALUE 10.
       77 WRK-FAIXA PIC 9(03) VALUE ZEROS.
       77 WRK-AJUSTE PIC S9(03) VALUE ZEROS.
       77 WRK-FATOR PIC 9(03) VALUE ZEROS.
       77 WRK-SALDO-CALC PIC S9(09)V99 VALUE ZEROS.

      *CONTROLE POR ARQUIVO (1=CADCLI 2=INVLEDG 3=CLICOMP 4=RECEB
      *5=ALUNMST): LIDOS, GRAVADOS, CPFS ACHADOS NO CADCLI ANTES E
      *NO CADCLIT DEPOIS E TOTAL DE VALOR ANTES E DEPOIS
       77 WRK-ARQ PIC 9(01) VALUE ZEROS.
       01 WRK-CONTROLES.
           05 WRK-CTL OCCURS 5 TIMES.
               10 WRK-CTL-LIDOS        PIC 9(07).
               10 WRK-CTL-GRAVADOS     PIC 9(07).
               10 WRK-CTL-VINC-ORIG    PIC 9(07).
               10 WRK-CTL-VINC-TESTE   PIC 9(07).
               10 WRK-CTL-VALOR-ORIG   PIC S9(13)V99.
               10 WRK-CTL-VALOR-TESTE  PIC S9(13)V99.
       01 WRK-NOMES-ARQUIVOS-LITERAL.
           05 FILLER PIC X(08) VALUE 'CADCLI  '.
           05 FILLER PIC X(08) VALUE 'INVLEDG '.
           05 FILLER PIC X(08) VALUE 'CLICOMP '.
           05 FILLER PIC X(08) VALUE 'RECEB   '.
           05 FILLER PIC X(08) VALUE 'ALUNMST '.
       01 WRK-NOMES-ARQUIVOS REDEFINES WRK-NOMES-ARQUIVOS-LITERAL.
           05 WRK-NOME-ARQUIVO PIC X(08) OCCURS 5 TIMES.
       77 WRK-QTD-SINT-INVALIDO PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-CPF-MANTIDO PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-ORIG-INVALIDO PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-DIVERGENCIAS PIC 9(03) VALUE ZEROS.
       77 WRK-TOTAL-GRAVADOS PIC 9(07) VALUE ZEROS.
       77 WRK-VARIACAO PIC S9(05)V99 VALUE ZEROS.
       77 WRK-LIMITE-VARIACAO PIC 9(05)V99 VALUE ZEROS.

       01 WRK-LINHA-CONTROLE.
           05 WRK-LC-ARQUIVO       PIC X(08).
           05 WRK-LC-LIDOS         PIC Z.ZZZ.ZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-LC-GRAVADOS      PIC Z.ZZZ.ZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-LC-VINC-ORIG     PIC Z.ZZZ.ZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-LC-VINC-TESTE    PIC Z.ZZZ.ZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-LC-SITUACAO      PIC X(12).
       01 WRK-LINHA-VALORES REDEFINES WRK-LINHA-CONTROLE.
           05 WRK-LV-ARQUIVO       PIC X(08).
           05 WRK-LV-VALOR-ORIG    PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01).
           05 WRK-LV-VALOR-TESTE   PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01).
           05 WRK-LV-VARIACAO      PIC -ZZZ9,99.
           05 FILLER               PIC X(01).
           05 WRK-LV-SITUACAO      PIC X(04).
       77 WRK-QTD-ED PIC Z.ZZZ.ZZ9 VALUE ZEROS.
           COPY 'RUNDATE.CPY'.
           COPY 'RPTHDR.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0002-INICIALIZAR.
           IF NOT CHAVE-VALIDA
               DISPLAY 'CHAVE DE SUBSTITUICAO INVALIDA - INFORME 18 '
                       'DIGITOS. NENHUMA COPIA GERADA.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0003-MASCARAR-CLIENTES.
           PERFORM 0004-MASCARAR-CONTAS.
           PERFORM 0005-MASCARAR-COMPRAS.
           PERFORM 0006-MASCARAR-RECEBIVEIS.
           PERFORM 0007-MASCARAR-ALUNOS.
           PERFORM 0008-FINALIZAR.

           STOP RUN.

      *----------------------------------------------------------*
      * 0002-INICIALIZAR                                          *
      * LE A TOLERANCIA DOS VALORES E A CHAVE DE SUBSTITUICAO.    *
      * O MULTIPLICADOR E FORCADO A PRIMO COM 10 (IMPAR E NAO     *
      * TERMINADO EM 5) PARA QUE O AFIM SEJA UMA BIJECAO.         *
      *----------------------------------------------------------*
       0002-INICIALIZAR.

           PERFORM OBTER-DATA-EXECUCAO.
           MOVE ZEROS TO RETURN-CODE.
           DISPLAY 'MASCTEST' '   DATA: ' RUNDATE-HOJE-ED.
           MOVE ZEROS TO WRK-CONTROLES.

           MOVE 'MASC-TOLER-PCT' TO PARM-CODIGO.
           PERFORM LER-PARAMETRO.
           IF PARM-VALOR > ZEROS
               IF PARM-VALOR > 50
                   MOVE 50 TO WRK-TOLERANCIA
               ELSE
                   MOVE PARM-VALOR TO WRK-TOLERANCIA
               END-IF
           END-IF.
           PERFORM FECHAR-PARAMETROS.
           COMPUTE WRK-FAIXA = WRK-TOLERANCIA * 2 + 1.

           DISPLAY 'CHAVE DE SUBSTITUICAO (18 DIGITOS): '.
           ACCEPT WRK-CHAVE-ENT FROM CONSOLE.
           IF WRK-CHAVE-ENT IS NUMERIC
               AND WRK-CHAVE-MULT-ENT > ZEROS
               MOVE WRK-CHAVE-MULT-ENT TO WRK-MULT
               MOVE WRK-CHAVE-DESL-ENT TO WRK-DESL
               SET CHAVE-VALIDA TO TRUE
           END-IF.
           MOVE SPACES TO WRK-CHAVE-ENT.
           IF NOT CHAVE-VALIDA
               GO TO 0002-INICIALIZAR-EXIT
           END-IF.
           DIVIDE WRK-MULT BY 10 GIVING WRK-EMB-QUOC
               REMAINDER WRK-MULT-DIGITO.
           EVALUATE WRK-MULT-DIGITO
               WHEN 0
               WHEN 2
               WHEN 4
               WHEN 6
               WHEN 8
                   ADD 1 TO WRK-MULT
               WHEN 5
                   SUBTRACT 2 FROM WRK-MULT
           END-EVALUATE.

           OPEN INPUT CADASTRO-CLIENTE.
           IF CLI-NAO-ENCONTRADO
               DISPLAY 'CADASTRO DE CLIENTES INEXISTENTE.'
           ELSE
               SET CADCLI-DISPONIVEL TO TRUE
           END-IF.

       0002-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 0003-MASCARAR-CLIENTES                                    *
      * CADCLI -> CADCLIT. A COPIA E REABERTA PARA CONSULTA,      *
      * PARA A CONFERENCIA DOS VINCULOS DOS DEMAIS ARQUIVOS.      *
      *----------------------------------------------------------*
       0003-MASCARAR-CLIENTES.

           MOVE 1 TO WRK-ARQ.
           OPEN OUTPUT CADASTRO-TESTE.
           IF CADCLI-DISPONIVEL
               READ CADASTRO-CLIENTE NEXT RECORD
                   AT END
                       SET CLI-FIM TO TRUE
               END-READ
               PERFORM MASCARAR-CLIENTE UNTIL CLI-FIM
           END-IF.
           CLOSE CADASTRO-TESTE.
           OPEN INPUT CADASTRO-TESTE.

       MASCARAR-CLIENTE.

           ADD 1 TO WRK-CTL-LIDOS(1).
           MOVE REG-CPF TO WRK-CPF-ORIG.
           PERFORM MASCARAR-CPF THRU MASCARAR-CPF-EXIT.
           MOVE WRK-CPF-MASC TO REG-CPF.
           MOVE WRK-CPF-BASE TO WRK-SEMENTE.
           PERFORM ESCOLHER-DADOS-FICTICIOS.
           MOVE WRK-NOME-CURTO TO REG-NOME.
           MOVE WRK-ENDERECO TO REG-ENDERECO.
           MOVE WRK-NUMERO TO REG-NUMERO.
           MOVE SPACES TO REG-COMPLEMENTO.
           MOVE ZEROS TO REG-CEP.
           IF REG-TELEFONE NOT = SPACES
               MOVE WRK-TELEFONE TO REG-TELEFONE
           END-IF.
           IF REG-DATA-NASCIMENTO > ZEROS
               MOVE REG-DATA-NASCIMENTO TO WRK-NASCIMENTO
               MOVE 01 TO WRK-NASC-DIA
               MOVE WRK-NASCIMENTO TO REG-DATA-NASCIMENTO
           END-IF.

           MOVE REG-CLIENTE TO REG-CLIENTE-TESTE.
           WRITE REG-CLIENTE-TESTE
               INVALID KEY
                   DISPLAY 'CPF SINTETICO DUPLICADO NO CADCLIT.'
               NOT INVALID KEY
                   ADD 1 TO WRK-CTL-GRAVADOS(1)
           END-WRITE.

           READ CADASTRO-CLIENTE NEXT RECORD
               AT END
                   SET CLI-FIM TO TRUE
           END-READ.

       MASCARAR-CLIENTE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 0004-MASCARAR-CONTAS                                      *
      * INVLEDG -> INVLEDGT: CPF DO TITULAR E SALDO (FATOR PELA   *
      * CONTA).                                                   *
      *----------------------------------------------------------*
       0004-MASCARAR-CONTAS.

           MOVE 2 TO WRK-ARQ.
           OPEN OUTPUT LEDGER-TESTE.
           OPEN INPUT INVESTIMENTO-LEDGER.
           IF LEDGER-NAO-ENCONTRADO
               DISPLAY 'RAZAO DE INVESTIMENTOS INEXISTENTE.'
           ELSE
               READ INVESTIMENTO-LEDGER NEXT RECORD
                   AT END
                       SET LEDGER-FIM TO TRUE
               END-READ
               PERFORM MASCARAR-CONTA UNTIL LEDGER-FIM
               CLOSE INVESTIMENTO-LEDGER
           END-IF.
           CLOSE LEDGER-TESTE.

       MASCARAR-CONTA.

           ADD 1 TO WRK-CTL-LIDOS(2).
           MOVE LEDGER-CPF TO WRK-CPF-ORIG.
           PERFORM MASCARAR-CPF THRU MASCARAR-CPF-EXIT.
           PERFORM CONFERIR-VINCULO THRU CONFERIR-VINCULO-EXIT.
           MOVE WRK-CPF-MASC TO LEDGER-CPF.

           MOVE LEDGER-CONTA TO WRK-EMB-VALOR.
           PERFORM CALCULAR-FATOR.
           ADD LEDGER-SALDO TO WRK-CTL-VALOR-ORIG(2).
           COMPUTE LEDGER-SALDO ROUNDED =
               LEDGER-SALDO * WRK-FATOR / 100.
           ADD LEDGER-SALDO TO WRK-CTL-VALOR-TESTE(2).

           MOVE REG-LEDGER TO REG-LEDGER-TESTE.
           WRITE REG-LEDGER-TESTE
               INVALID KEY
                   DISPLAY 'CONTA DUPLICADA NO INVLEDGT: '
                           LEDGER-CONTA
               NOT INVALID KEY
                   ADD 1 TO WRK-CTL-GRAVADOS(2)
           END-WRITE.

           READ INVESTIMENTO-LEDGER NEXT RECORD
               AT END
                   SET LEDGER-FIM TO TRUE
           END-READ.

       MASCARAR-CONTA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 0005-MASCARAR-COMPRAS                                     *
      * CLICOMP -> CLICOMPT: CPF DA CHAVE E VALORES DE COMPRAS E  *
      * DEVOLUCOES (FATOR PELO CLIENTE).                          *
      *----------------------------------------------------------*
       0005-MASCARAR-COMPRAS.

           MOVE 3 TO WRK-ARQ.
           OPEN OUTPUT COMPRAS-TESTE.
           OPEN INPUT COMPRAS-CLIENTE.
           IF CCOMP-NAO-ENCONTRADO
               DISPLAY 'HISTORICO DE COMPRAS (CLICOMP) INEXISTENTE.'
           ELSE
               READ COMPRAS-CLIENTE NEXT RECORD
                   AT END
                       SET CCOMP-FIM TO TRUE
               END-READ
               PERFORM MASCARAR-COMPRA UNTIL CCOMP-FIM
               CLOSE COMPRAS-CLIENTE
           END-IF.
           CLOSE COMPRAS-TESTE.

       MASCARAR-COMPRA.

           ADD 1 TO WRK-CTL-LIDOS(3).
           MOVE CCOMP-CPF TO WRK-CPF-ORIG.
           PERFORM MASCARAR-CPF THRU MASCARAR-CPF-EXIT.
           PERFORM CONFERIR-VINCULO THRU CONFERIR-VINCULO-EXIT.
           MOVE WRK-CPF-MASC TO CCOMP-CPF.

           MOVE WRK-CPF-BASE TO WRK-EMB-VALOR.
           PERFORM CALCULAR-FATOR.
           ADD CCOMP-COMPRAS TO WRK-CTL-VALOR-ORIG(3).
           SUBTRACT CCOMP-DEVOLUCOES FROM WRK-CTL-VALOR-ORIG(3).
           COMPUTE CCOMP-COMPRAS ROUNDED =
               CCOMP-COMPRAS * WRK-FATOR / 100.
           COMPUTE CCOMP-DEVOLUCOES ROUNDED =
               CCOMP-DEVOLUCOES * WRK-FATOR / 100.
           ADD CCOMP-COMPRAS TO WRK-CTL-VALOR-TESTE(3).
           SUBTRACT CCOMP-DEVOLUCOES FROM WRK-CTL-VALOR-TESTE(3).

           MOVE REG-COMPRA-CLI TO REG-COMPRA-TESTE.
           WRITE REG-COMPRA-TESTE
               INVALID KEY
                   DISPLAY 'CHAVE DUPLICADA NO CLICOMPT.'
               NOT INVALID KEY
                   ADD 1 TO WRK-CTL-GRAVADOS(3)
           END-WRITE.

           READ COMPRAS-CLIENTE NEXT RECORD
               AT END
                   SET CCOMP-FIM TO TRUE
           END-READ.

       MASCARAR-COMPRA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 0006-MASCARAR-RECEBIVEIS                                  *
      * RECEB -> RECEBT: CPF E VALORES DA PARCELA (FATOR PELO     *
      * CONTRATO). O SALDO E REFEITO COMO VALOR + ENCARGOS - PAGO *
      * QUANDO O ORIGINAL FECHAVA ASSIM, PARA A PARCELA CONTINUAR *
      * COERENTE; PARCELA QUITADA CONTINUA COM SALDO ZERO.        *
      *----------------------------------------------------------*
       0006-MASCARAR-RECEBIVEIS.

           MOVE 4 TO WRK-ARQ.
           OPEN OUTPUT RECEBER-TESTE.
           OPEN INPUT CONTAS-RECEBER.
           IF REC-NAO-ENCONTRADO
               DISPLAY 'ARQUIVO DE RECEBIVEIS (RECEB) INEXISTENTE.'
           ELSE
               READ CONTAS-RECEBER NEXT RECORD
                   AT END
                       SET REC-FIM TO TRUE
               END-READ
               PERFORM MASCARAR-RECEBIVEL UNTIL REC-FIM
               CLOSE CONTAS-RECEBER
           END-IF.
           CLOSE RECEBER-TESTE.

       MASCARAR-RECEBIVEL.

           ADD 1 TO WRK-CTL-LIDOS(4).
           MOVE REC-CPF TO WRK-CPF-ORIG.
           PERFORM MASCARAR-CPF THRU MASCARAR-CPF-EXIT.
           PERFORM CONFERIR-VINCULO THRU CONFERIR-VINCULO-EXIT.
           MOVE WRK-CPF-MASC TO REC-CPF.

           MOVE REC-CONTRATO TO WRK-EMB-VALOR.
           PERFORM CALCULAR-FATOR.
           ADD REC-SALDO TO WRK-CTL-VALOR-ORIG(4).
           COMPUTE WRK-SALDO-CALC =
               REC-VALOR + REC-ENCARGOS - REC-VALOR-PAGO.
           COMPUTE REC-VALOR ROUNDED = REC-VALOR * WRK-FATOR / 100.
           COMPUTE REC-VALOR-JUROS ROUNDED =
               REC-VALOR-JUROS * WRK-FATOR / 100.
           COMPUTE REC-VALOR-PAGO ROUNDED =
               REC-VALOR-PAGO * WRK-FATOR / 100.
           COMPUTE REC-ENCARGOS ROUNDED =
               REC-ENCARGOS * WRK-FATOR / 100.
           IF REC-SALDO > ZEROS
               IF REC-SALDO = WRK-SALDO-CALC
                   COMPUTE WRK-SALDO-CALC =
                       REC-VALOR + REC-ENCARGOS - REC-VALOR-PAGO
                   IF WRK-SALDO-CALC > ZEROS
                       MOVE WRK-SALDO-CALC TO REC-SALDO
                   ELSE
                       MOVE ZEROS TO REC-SALDO
                   END-IF
               ELSE
                   COMPUTE REC-SALDO ROUNDED =
                       REC-SALDO * WRK-FATOR / 100
               END-IF
           END-IF.
           ADD REC-SALDO TO WRK-CTL-VALOR-TESTE(4).

           MOVE REG-RECEBIVEL TO REG-RECEBIVEL-TESTE.
           WRITE REG-RECEBIVEL-TESTE
               INVALID KEY
                   DISPLAY 'PARCELA DUPLICADA NO RECEBT: ' REC-CHAVE
               NOT INVALID KEY
                   ADD 1 TO WRK-CTL-GRAVADOS(4)
           END-WRITE.

           READ CONTAS-RECEBER NEXT RECORD
               AT END
                   SET REC-FIM TO TRUE
           END-READ.

       MASCARAR-RECEBIVEL-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 0007-MASCARAR-ALUNOS                                      *
      * ALUNMST -> ALUNMSTT: NOME DO ALUNO PELA MATRICULA         *
      * EMBARALHADA; RESPONSAVEL VINCULADO RECEBE O CPF SINTETICO *
      * E O MESMO NOME DO CADCLIT; RESPONSAVEL SEM CPF (TEXTO     *
      * LIVRE) RECEBE NOME E ENDERECO FICTICIOS.                  *
      *----------------------------------------------------------*
       0007-MASCARAR-ALUNOS.

           MOVE 5 TO WRK-ARQ.
           OPEN OUTPUT ALUNO-TESTE.
           OPEN INPUT ALUNO-MASTER.
           IF ALUN-NAO-ENCONTRADO
               DISPLAY 'CADASTRO DE ALUNOS (ALUNMST) INEXISTENTE.'
           ELSE
               READ ALUNO-MASTER NEXT RECORD
                   AT END
                       SET ALUN-FIM TO TRUE
               END-READ
               PERFORM MASCARAR-ALUNO UNTIL ALUN-FIM
               CLOSE ALUNO-MASTER
           END-IF.
           CLOSE ALUNO-TESTE.

       MASCARAR-ALUNO.

           ADD 1 TO WRK-CTL-LIDOS(5).
           MOVE ALUN-MATRICULA TO WRK-EMB-VALOR.
           PERFORM EMBARALHAR.
           MOVE WRK-EMB-VALOR TO WRK-SEMENTE.
           PERFORM ESCOLHER-DADOS-FICTICIOS.
           MOVE WRK-NOME-LONGO TO ALUN-NOME.

           MOVE ALUN-CPF-RESP TO WRK-CPF-ORIG.
           PERFORM MASCARAR-CPF THRU MASCARAR-CPF-EXIT.
           PERFORM CONFERIR-VINCULO THRU CONFERIR-VINCULO-EXIT.
           MOVE WRK-CPF-MASC TO ALUN-CPF-RESP.
           IF ALUN-CPF-RESP > ZEROS
               MOVE WRK-CPF-BASE TO WRK-SEMENTE
               PERFORM ESCOLHER-DADOS-FICTICIOS
               IF ALUN-RESPONSAVEL NOT = SPACES
                   MOVE WRK-NOME-CURTO TO ALUN-RESPONSAVEL
               END-IF
               IF ALUN-END-RESP NOT = SPACES
                   MOVE WRK-ENDERECO TO ALUN-END-RESP
               END-IF
           ELSE
               COMPUTE WRK-EMB-VALOR = ALUN-MATRICULA + 100000000
               PERFORM EMBARALHAR
               MOVE WRK-EMB-VALOR TO WRK-SEMENTE
               PERFORM ESCOLHER-DADOS-FICTICIOS
               IF ALUN-RESPONSAVEL NOT = SPACES
                   MOVE WRK-NOME-LONGO TO ALUN-RESPONSAVEL
               END-IF
               IF ALUN-END-RESP NOT = SPACES
                   MOVE WRK-ENDERECO TO ALUN-END-RESP
               END-IF
           END-IF.

           MOVE REG-ALUNO TO REG-ALUNO-TESTE.
           WRITE REG-ALUNO-TESTE
               INVALID KEY
                   DISPLAY 'MATRICULA DUPLICADA NO ALUNMSTT: '
                           ALUN-MATRICULA
               NOT INVALID KEY
                   ADD 1 TO WRK-CTL-GRAVADOS(5)
           END-WRITE.

           READ ALUNO-MASTER NEXT RECORD
               AT END
                   SET ALUN-FIM TO TRUE
           END-READ.

       MASCARAR-ALUNO-EXIT.
           EXIT.

       0008-FINALIZAR.

           IF CADCLI-DISPONIVEL
               CLOSE CADASTRO-CLIENTE
           END-IF.
           CLOSE CADASTRO-TESTE.
           PERFORM EMITIR-CONTROLE.

           DISPLAY 'CLIENTES MASCARADOS...: ' WRK-CTL-GRAVADOS(1).
           DISPLAY 'CONTAS MASCARADAS.....: ' WRK-CTL-GRAVADOS(2).
           DISPLAY 'COMPRAS MASCARADAS....: ' WRK-CTL-GRAVADOS(3).
           DISPLAY 'PARCELAS MASCARADAS...: ' WRK-CTL-GRAVADOS(4).
           DISPLAY 'ALUNOS MASCARADOS.....: ' WRK-CTL-GRAVADOS(5).
           DISPLAY 'RELATORIO DE CONTROLE GRAVADO EM MASCREL.'.
           IF WRK-QTD-DIVERGENCIAS > ZEROS
               MOVE 8 TO RETURN-CODE
               DISPLAY 'RETURN-CODE 8 - CONTROLE DIVERGENTE, COPIA '
                       'NAO LIBERADA PARA TESTE.'
           ELSE
               DISPLAY 'CONTROLE CONFERIDO - COPIA LIBERADA.'
           END-IF.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

           COMPUTE WRK-TOTAL-GRAVADOS = WRK-CTL-GRAVADOS(1)
               + WRK-CTL-GRAVADOS(2) + WRK-CTL-GRAVADOS(3)
               + WRK-CTL-GRAVADOS(4) + WRK-CTL-GRAVADOS(5).
           MOVE WRK-TOTAL-GRAVADOS TO STATS-REGISTROS.
           PERFORM GRAVAR-RUNSTATS.

      *----------------------------------------------------------*
      * MASCARAR-CPF                                              *
      * WRK-CPF-ORIG -> WRK-CPF-MASC (E A BASE EMBARALHADA EM     *
      * WRK-CPF-BASE). OS DIGITOS VERIFICADORES SAO PROCURADOS    *
      * DE 00 A 99 PELO VALIDCPF, COMO NO PSEUDONIMO DO LGPDELIM. *
      *----------------------------------------------------------*
       MASCARAR-CPF.
           IF WRK-CPF-ORIG = ZEROS
               MOVE ZEROS TO WRK-CPF-MASC
               MOVE ZEROS TO WRK-CPF-BASE
               GO TO MASCARAR-CPF-EXIT
           END-IF.
           IF WRK-CPF-ORIG = WRK-CPF-ULT-ORIG
               MOVE WRK-CPF-ULT-MASC TO WRK-CPF-MASC
               DIVIDE WRK-CPF-MASC BY 100 GIVING WRK-CPF-BASE
               GO TO MASCARAR-CPF-EXIT
           END-IF.

           CALL 'VALIDCPF' USING WRK-CPF-ORIG WRK-CPF-VALIDO.
           IF NOT CPF-VALIDO
               ADD 1 TO WRK-QTD-ORIG-INVALIDO
           END-IF.
           DIVIDE WRK-CPF-ORIG BY 100 GIVING WRK-EMB-VALOR.
           PERFORM EMBARALHAR.
           MOVE WRK-EMB-VALOR TO WRK-CPF-BASE.
           MOVE ZEROS TO WRK-CPF-DV.
           MOVE 'N' TO WRK-CPF-VALIDO.
           PERFORM TESTAR-DIGITOS THRU TESTAR-DIGITOS-EXIT
               UNTIL CPF-VALIDO OR WRK-CPF-DV > 99.
           IF NOT CPF-VALIDO
               ADD 1 TO WRK-QTD-SINT-INVALIDO
           END-IF.
           IF WRK-CPF-MASC = WRK-CPF-ORIG
               ADD 1 TO WRK-QTD-CPF-MANTIDO
           END-IF.
           MOVE WRK-CPF-ORIG TO WRK-CPF-ULT-ORIG.
           MOVE WRK-CPF-MASC TO WRK-CPF-ULT-MASC.

       MASCARAR-CPF-EXIT.
           EXIT.

       TESTAR-DIGITOS.
           COMPUTE WRK-CPF-MASC = WRK-CPF-BASE * 100 + WRK-CPF-DV.
           CALL 'VALIDCPF' USING WRK-CPF-MASC WRK-CPF-VALIDO.
           IF NOT CPF-VALIDO
               ADD 1 TO WRK-CPF-DV
           END-IF.

       TESTAR-DIGITOS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * EMBARALHAR                                                *
      * WRK-EMB-VALOR (9 DIGITOS) E SUBSTITUIDO POR AFIM, INVERSAO*
      * DOS DIGITOS E AFIM. CADA ETAPA E UMA BIJECAO SOBRE OS     *
      * NUMEROS DE 9 DIGITOS, ENTAO O RESULTADO TAMBEM E.         *
      *----------------------------------------------------------*
       EMBARALHAR.
           PERFORM APLICAR-AFIM.
           MOVE WRK-EMB-VALOR TO WRK-EMB-DIGITOS.
           PERFORM INVERTER-DIGITO
               VARYING WRK-EMB-IND FROM 1 BY 1
               UNTIL WRK-EMB-IND > 9.
           MOVE WRK-EMB-INVERTIDO TO WRK-EMB-VALOR.
           PERFORM APLICAR-AFIM.

       EMBARALHAR-EXIT.
           EXIT.

       APLICAR-AFIM.
           COMPUTE WRK-EMB-PRODUTO = WRK-EMB-VALOR * WRK-MULT.
           DIVIDE WRK-EMB-PRODUTO BY 1000000000 GIVING WRK-EMB-QUOC
               REMAINDER WRK-EMB-VALOR.
           COMPUTE WRK-EMB-SOMA = WRK-EMB-VALOR + WRK-DESL.
           DIVIDE WRK-EMB-SOMA BY 1000000000 GIVING WRK-EMB-QUOC
               REMAINDER WRK-EMB-VALOR.

       APLICAR-AFIM-EXIT.
           EXIT.

       INVERTER-DIGITO.
           MOVE WRK-EMB-DIG(WRK-EMB-IND)
               TO WRK-EMB-INV-DIG(10 - WRK-EMB-IND).

       INVERTER-DIGITO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ESCOLHER-DADOS-FICTICIOS                                  *
      * A PARTIR DE WRK-SEMENTE MONTA O NOME CURTO (PRENOME E     *
      * SOBRENOME, 20 POSICOES), O NOME LONGO (COM SEGUNDO        *
      * SOBRENOME, 30 POSICOES), O ENDERECO E O TELEFONE.         *
      *----------------------------------------------------------*
       ESCOLHER-DADOS-FICTICIOS.
           DIVIDE WRK-SEMENTE BY MSC-QTD-PRENOMES GIVING WRK-SEM-QUOC
               REMAINDER WRK-SEM-RESTO.
           COMPUTE WRK-IND-PRENOME = WRK-SEM-RESTO + 1.
           DIVIDE WRK-SEM-QUOC BY MSC-QTD-SOBRENOMES
               GIVING WRK-SEM-QUOC REMAINDER WRK-SEM-RESTO.
           COMPUTE WRK-IND-SOBRENOME = WRK-SEM-RESTO + 1.
           DIVIDE WRK-SEM-QUOC BY MSC-QTD-SOBRENOMES
               GIVING WRK-SEM-QUOC REMAINDER WRK-SEM-RESTO.
           COMPUTE WRK-IND-SOBRENOME2 = WRK-SEM-RESTO + 1.
           DIVIDE WRK-SEM-QUOC BY MSC-QTD-LOGRADOUROS
               GIVING WRK-SEM-QUOC REMAINDER WRK-SEM-RESTO.
           COMPUTE WRK-IND-LOGRADOURO = WRK-SEM-RESTO + 1.
           DIVIDE WRK-SEMENTE BY 900 GIVING WRK-SEM-QUOC
               REMAINDER WRK-SEM-RESTO.
           COMPUTE WRK-NUMERO = WRK-SEM-RESTO + 100.
           DIVIDE WRK-SEMENTE BY 100000000 GIVING WRK-SEM-QUOC
               REMAINDER WRK-FONE-NUM.

           MOVE SPACES TO WRK-NOME-CURTO.
           STRING MSC-PRENOME(WRK-IND-PRENOME) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  MSC-SOBRENOME(WRK-IND-SOBRENOME) DELIMITED BY SPACE
                  INTO WRK-NOME-CURTO.
           MOVE SPACES TO WRK-NOME-LONGO.
           STRING MSC-PRENOME(WRK-IND-PRENOME) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  MSC-SOBRENOME(WRK-IND-SOBRENOME) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  MSC-SOBRENOME(WRK-IND-SOBRENOME2) DELIMITED BY SPACE
                  INTO WRK-NOME-LONGO.
           MOVE SPACES TO WRK-ENDERECO.
           STRING MSC-LOGRADOURO(WRK-IND-LOGRADOURO)
                      DELIMITED BY '  '
                  ', ' DELIMITED BY SIZE
                  WRK-NUMERO DELIMITED BY SIZE
                  INTO WRK-ENDERECO.
           MOVE SPACES TO WRK-TELEFONE.
           STRING '(00) 9' DELIMITED BY SIZE
                  WRK-FONE-PREFIXO DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WRK-FONE-SUFIXO DELIMITED BY SIZE
                  INTO WRK-TELEFONE.

       ESCOLHER-DADOS-FICTICIOS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * CALCULAR-FATOR                                            *
      * FATOR PERCENTUAL ENTRE 100 - TOLERANCIA E 100 + TOLERANCIA*
      * A PARTIR DE WRK-EMB-VALOR (CONTA, CONTRATO OU CPF).       *
      *----------------------------------------------------------*
       CALCULAR-FATOR.
           PERFORM EMBARALHAR.
           DIVIDE WRK-EMB-VALOR BY WRK-FAIXA GIVING WRK-EMB-QUOC
               REMAINDER WRK-SEM-RESTO.
           COMPUTE WRK-AJUSTE = WRK-SEM-RESTO - WRK-TOLERANCIA.
           COMPUTE WRK-FATOR = 100 + WRK-AJUSTE.

       CALCULAR-FATOR-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * CONFERIR-VINCULO                                          *
      * CPF DO REGISTRO ACHADO NO CADCLI (ORIGINAL) E NO CADCLIT  *
      * (SINTETICO) - AS DUAS CONTAGENS DEVEM FECHAR.             *
      *----------------------------------------------------------*
       CONFERIR-VINCULO.
           IF WRK-CPF-ORIG = ZEROS
               GO TO CONFERIR-VINCULO-EXIT
           END-IF.
           IF CADCLI-DISPONIVEL
               MOVE WRK-CPF-ORIG TO REG-CPF
               READ CADASTRO-CLIENTE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WRK-CTL-VINC-ORIG(WRK-ARQ)
               END-READ
           END-IF.
           MOVE WRK-CPF-MASC TO TST-CLI-CPF.
           READ CADASTRO-TESTE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WRK-CTL-VINC-TESTE(WRK-ARQ)
           END-READ.

       CONFERIR-VINCULO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * EMITIR-CONTROLE                                           *
      * RELATORIO MASCREL: CONTAGENS E VINCULOS POR ARQUIVO,      *
      * CONFERENCIA DOS CPFS SINTETICOS E VARIACAO DOS VALORES.   *
      * A CHAVE DE SUBSTITUICAO NAO APARECE.                      *
      *----------------------------------------------------------*
       EMITIR-CONTROLE.
           OPEN OUTPUT RELATORIO-MASCARA.
           MOVE 'COPIA MASCARADA PARA TESTE - CONTROLE'
               TO RPT-HDR-TITULO.
           PERFORM MONTAR-CABECALHO-RELATORIO.
           MOVE RPT-HDR-LINHA TO LINHA-MASCARA.
           WRITE LINHA-MASCARA.
           MOVE SPACES TO LINHA-MASCARA.
           WRITE LINHA-MASCARA.

           MOVE 'CONTAGENS E VINCULOS COM O CADASTRO DE CLIENTES'
               TO LINHA-MASCARA.
           WRITE LINHA-MASCARA.
           MOVE SPACES TO LINHA-MASCARA.
           STRING 'ARQUIVO     LIDOS  GRAVADOS' DELIMITED BY SIZE
                  '  CPF ANTES  CPF TESTE  SITUACAO' DELIMITED BY SIZE
                  INTO LINHA-MASCARA.
           WRITE LINHA-MASCARA.
           PERFORM IMPRIMIR-CONTAGEM
               VARYING WRK-ARQ FROM 1 BY 1
               UNTIL WRK-ARQ > 5.
           MOVE SPACES TO LINHA-MASCARA.
           WRITE LINHA-MASCARA.

           MOVE 'CPFS SINTETICOS' TO LINHA-MASCARA.
           WRITE LINHA-MASCARA.
           MOVE WRK-QTD-SINT-INVALIDO TO WRK-QTD-ED.
           MOVE SPACES TO LINHA-MASCARA.
           STRING '  REPROVADOS NO VALIDCPF.......: ' DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO LINHA-MASCARA.
           WRITE LINHA-MASCARA.
           IF WRK-QTD-SINT-INVALIDO > ZEROS
               ADD 1 TO WRK-QTD-DIVERGENCIAS
           END-IF.
           MOVE WRK-QTD-CPF-MANTIDO TO WRK-QTD-ED.
           MOVE SPACES TO LINHA-MASCARA.
           STRING '  IGUAIS AO CPF ORIGINAL.......: ' DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  INTO LINHA-MASCARA.
           WRITE LINHA-MASCARA.
           IF WRK-QTD-CPF-MANTIDO > ZEROS
               ADD 1 TO WRK-QTD-DIVERGENCIAS
           END-IF.
           MOVE WRK-QTD-ORIG-INVALIDO TO WRK-QTD-ED.
           MOVE SPACES TO LINHA-MASCARA.
           STRING '  CPF ORIGINAL JA INVALIDO.....: ' DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  ' (PSEUDONIMO OU LEGADO)' DELIMITED BY SIZE
                  INTO LINHA-MASCARA.
           WRITE LINHA-MASCARA.
           MOVE SPACES TO LINHA-MASCARA.
           WRITE LINHA-MASCARA.

           MOVE WRK-TOLERANCIA TO WRK-QTD-ED.
           MOVE SPACES TO LINHA-MASCARA.
           STRING 'VALORES (TOLERANCIA DE ' DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  ' POR CENTO)' DELIMITED BY SIZE
                  INTO LINHA-MASCARA.
           WRITE LINHA-MASCARA.
           MOVE SPACES TO LINHA-MASCARA.
           STRING 'ARQUIVO      TOTAL ORIGINAL' DELIMITED BY SIZE
                  '          TOTAL TESTE   VAR. %' DELIMITED BY SIZE
                  INTO LINHA-MASCARA.
           WRITE LINHA-MASCARA.
           MOVE WRK-TOLERANCIA TO WRK-LIMITE-VARIACAO.
           PERFORM IMPRIMIR-VALORES
               VARYING WRK-ARQ FROM 2 BY 1
               UNTIL WRK-ARQ > 4.
           MOVE SPACES TO LINHA-MASCARA.
           WRITE LINHA-MASCARA.

           MOVE SPACES TO LINHA-MASCARA.
           STRING 'A CHAVE DE SUBSTITUICAO NAO E GRAVADA NESTE '
                      DELIMITED BY SIZE
                  'RELATORIO NEM EM ARQUIVO ALGUM.' DELIMITED BY SIZE
                  INTO LINHA-MASCARA.
           WRITE LINHA-MASCARA.
           IF WRK-QTD-DIVERGENCIAS > ZEROS
               MOVE 'CONTROLE DIVERGENTE - COPIA NAO LIBERADA.'
                   TO LINHA-MASCARA
           ELSE
               MOVE 'CONTROLE CONFERIDO - COPIA LIBERADA PARA TESTE.'
                   TO LINHA-MASCARA
           END-IF.
           WRITE LINHA-MASCARA.
           CLOSE RELATORIO-MASCARA.

       EMITIR-CONTROLE-EXIT.
           EXIT.

       IMPRIMIR-CONTAGEM.
           MOVE SPACES TO WRK-LINHA-CONTROLE.
           MOVE WRK-NOME-ARQUIVO(WRK-ARQ) TO WRK-LC-ARQUIVO.
           MOVE WRK-CTL-LIDOS(WRK-ARQ) TO WRK-LC-LIDOS.
           MOVE WRK-CTL-GRAVADOS(WRK-ARQ) TO WRK-LC-GRAVADOS.
           IF WRK-ARQ > 1
               MOVE WRK-CTL-VINC-ORIG(WRK-ARQ) TO WRK-LC-VINC-ORIG
               MOVE WRK-CTL-VINC-TESTE(WRK-ARQ) TO WRK-LC-VINC-TESTE
           END-IF.
           IF WRK-CTL-LIDOS(WRK-ARQ) = WRK-CTL-GRAVADOS(WRK-ARQ)
               AND WRK-CTL-VINC-ORIG(WRK-ARQ) =
                   WRK-CTL-VINC-TESTE(WRK-ARQ)
               MOVE 'OK' TO WRK-LC-SITUACAO
           ELSE
               MOVE 'DIVERGENTE' TO WRK-LC-SITUACAO
               ADD 1 TO WRK-QTD-DIVERGENCIAS
           END-IF.
           MOVE WRK-LINHA-CONTROLE TO LINHA-MASCARA.
           WRITE LINHA-MASCARA.

       IMPRIMIR-CONTAGEM-EXIT.
           EXIT.

       IMPRIMIR-VALORES.
           MOVE SPACES TO WRK-LINHA-VALORES.
           MOVE WRK-NOME-ARQUIVO(WRK-ARQ) TO WRK-LV-ARQUIVO.
           MOVE WRK-CTL-VALOR-ORIG(WRK-ARQ) TO WRK-LV-VALOR-ORIG.
           MOVE WRK-CTL-VALOR-TESTE(WRK-ARQ) TO WRK-LV-VALOR-TESTE.
           MOVE ZEROS TO WRK-VARIACAO.
           IF WRK-CTL-VALOR-ORIG(WRK-ARQ) NOT = ZEROS
               COMPUTE WRK-VARIACAO ROUNDED =
                   (WRK-CTL-VALOR-TESTE(WRK-ARQ)
                  - WRK-CTL-VALOR-ORIG(WRK-ARQ)) * 100
                  / WRK-CTL-VALOR-ORIG(WRK-ARQ)
           END-IF.
           MOVE WRK-VARIACAO TO WRK-LV-VARIACAO.
           IF WRK-VARIACAO > WRK-LIMITE-VARIACAO
               OR WRK-VARIACAO < ZEROS - WRK-LIMITE-VARIACAO
               MOVE 'FORA' TO WRK-LV-SITUACAO
               ADD 1 TO WRK-QTD-DIVERGENCIAS
           ELSE
               MOVE 'OK' TO WRK-LV-SITUACAO
           END-IF.
           MOVE WRK-LINHA-VALORES TO LINHA-MASCARA.
           WRITE LINHA-MASCARA.

       IMPRIMIR-VALORES-EXIT.
           EXIT.

           COPY 'RUNDATEP.CPY'.
           COPY 'RPTHDRP.CPY'.
           COPY 'PARAMETROSP.CPY'.
           COPY 'RUNSTATSP.CPY' REPLACING ==STATS-PROGRAM-ID==
               BY =='MASCTEST'==.
