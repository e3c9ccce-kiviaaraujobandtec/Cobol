       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERPROM.
      **********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = KIVIA(ALURA) KIVIAAL
      *OBJETIVO: GERENCIADOR DAS NOVAS GERACOES DOS ARQUIVOS
      *OFICIAIS - OS PROGRAMAS QUE REGRAVAM UM ARQUIVO EM NOVA
      *GERACAO (AUDITHSK, ATIVIDADE01G/01P, JRNHREL, JRNRECON,
      *RPTCATL, PROGCOB15R, ATIVIDADE02M, ATIVIDADE05U, BANCONC,
      *DWEXTR)
      *REGISTRAM A GERACAO COM A SUA CONTAGEM NO ARQUIVO GERACAO,
      *E ESTE PROGRAMA FAZ A SUBSTITUICAO QUE ANTES ERA MANUAL.
      *PARM 'ACAO,ARQUIVO' (ARQUIVO = NOME OFICIAL, EX. AUDITLOG):
      *  PENDENTE,ARQUIVO - RC 0 SE HA GERACAO PENDENTE DO
      *    ARQUIVO, RC 4 SE NAO HA (O JCL PULA A PROMOCAO - UMA
      *    RERODADA NUNCA PROMOVE A MESMA GERACAO DUAS VEZES).
      *  PROMOVER,ARQUIVO - RECONTA A NOVA GERACAO (GERNOVO) E
      *    CONFERE COM A CONTAGEM REGISTRADA; DIVERGENTE FICA
      *    MARCADA E DEVOLVE RC 8 SEM MEXER NO OFICIAL. CONFERIDA,
      *    COPIA O OFICIAL (GERATUAL) PARA A COPIA DE REVERSAO
      *    (GERANTES, NOVA GERACAO DA BASE GDG .ANT DO ARQUIVO) E
      *    A NOVA GERACAO PARA O OFICIAL. FICAM GUARDADAS AS
      *    ULTIMAS GERACOES-RETIDAS (PARAMETROS, PADRAO 3 - O
      *    LIMIT DA BASE GDG TEM DE SER O MESMO); AS PROMOVIDAS
      *    MAIS ANTIGAS PASSAM A EXPIRADAS NO REGISTRO.
      *  REVERTER,ARQUIVO - RESTAURA O OFICIAL A PARTIR DA COPIA
      *    DE REVERSAO (GERANTES APONTANDO PARA A .ANT(0); PARA
      *    VOLTAR MAIS UMA, A .ANT(-1) E ASSIM POR DIANTE), DEPOIS
      *    DE CONFERIR A CONTAGEM COM A DA GERACAO ANTERIOR, E
      *    MARCA REVERTIDA A ULTIMA PROMOVIDA.
      *  RELATORIO - LISTA NO GERREL TODAS AS GERACOES DO
      *    REGISTRO (PENDENTES, PROMOVIDAS, REVERTIDAS,
      *    SUBSTITUIDAS, DIVERGENTES E EXPIRADAS), COM RC 4
      *    QUANDO HOUVER DIVERGENTE.
      *OS ARQUIVOS SAO COPIADOS REGISTRO A REGISTRO PELO
      *TAMANHO FIXO DO REGISTRO DE CADA ARQUIVO GERENCIADO
      *(DEFINIR-TAMANHO); ARQUIVO FORA DA TABELA E RECUSADO.
      *DATA   = 25/05/22
      *HISTORICO DE ALTERACOES
      *28/05/22 KA BANCPEND (CONCILIACAO BANCARIA BANCONC) ENTRE
      *OS ARQUIVOS GERENCIADOS
      *30/05/22 KA DWSNAP (IMAGEM DA EXTRACAO DWEXTR) ENTRE OS
      *ARQUIVOS GERENCIADOS
      *11/06/22 KA REGISTRO DE TAMANHO VARIAVEL TROCADO POR UM FD
      *DE TAMANHO FIXO POR ARQUIVO GERENCIADO (OS PRODUTORES
      *GRAVAM EM TAMANHO FIXO), ESCOLHIDO PELO ARQUIVO DO PARM.
      *TODA ABERTURA E LEITURA E CONFERIDA PELO FILE STATUS -
      *QUALQUER RETORNO INESPERADO ENCERRA COM RC 8; A REVERSAO
      *CONFERE TAMBEM A QUANTIDADE RESTAURADA
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRO-GERACAO ASSIGN TO "GERACAO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GER-CHAVE
               FILE STATUS IS GER-WS-STATUS.

      *GERNOVO - UM FD POR TAMANHO DE REGISTRO GERENCIADO
           SELECT GERACAO-NOVA-019 ASSIGN TO "GERNOVO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-NOVA-STATUS.
           SELECT GERACAO-NOVA-025 ASSIGN TO "GERNOVO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-NOVA-STATUS.
           SELECT GERACAO-NOVA-032 ASSIGN TO "GERNOVO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-NOVA-STATUS.
           SELECT GERACAO-NOVA-076 ASSIGN TO "GERNOVO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-NOVA-STATUS.
           SELECT GERACAO-NOVA-080 ASSIGN TO "GERNOVO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-NOVA-STATUS.
           SELECT GERACAO-NOVA-083 ASSIGN TO "GERNOVO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-NOVA-STATUS.
           SELECT GERACAO-NOVA-088 ASSIGN TO "GERNOVO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-NOVA-STATUS.
           SELECT GERACAO-NOVA-106 ASSIGN TO "GERNOVO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-NOVA-STATUS.
           SELECT GERACAO-NOVA-115 ASSIGN TO "GERNOVO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-NOVA-STATUS.
           SELECT GERACAO-NOVA-148 ASSIGN TO "GERNOVO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-NOVA-STATUS.
           SELECT GERACAO-NOVA-200 ASSIGN TO "GERNOVO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-NOVA-STATUS.

      *GERATUAL - UM FD POR TAMANHO DE REGISTRO GERENCIADO
           SELECT ARQUIVO-ATUAL-019 ASSIGN TO "GERATUAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-ATUAL-STATUS.
           SELECT ARQUIVO-ATUAL-025 ASSIGN TO "GERATUAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-ATUAL-STATUS.
           SELECT ARQUIVO-ATUAL-032 ASSIGN TO "GERATUAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-ATUAL-STATUS.
           SELECT ARQUIVO-ATUAL-076 ASSIGN TO "GERATUAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-ATUAL-STATUS.
           SELECT ARQUIVO-ATUAL-080 ASSIGN TO "GERATUAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-ATUAL-STATUS.
           SELECT ARQUIVO-ATUAL-083 ASSIGN TO "GERATUAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-ATUAL-STATUS.
           SELECT ARQUIVO-ATUAL-088 ASSIGN TO "GERATUAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-ATUAL-STATUS.
           SELECT ARQUIVO-ATUAL-106 ASSIGN TO "GERATUAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-ATUAL-STATUS.
           SELECT ARQUIVO-ATUAL-115 ASSIGN TO "GERATUAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-ATUAL-STATUS.
           SELECT ARQUIVO-ATUAL-148 ASSIGN TO "GERATUAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-ATUAL-STATUS.
           SELECT ARQUIVO-ATUAL-200 ASSIGN TO "GERATUAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-ATUAL-STATUS.

      *GERANTES - UM FD POR TAMANHO DE REGISTRO GERENCIADO
           SELECT ARQUIVO-ANTERIOR-019 ASSIGN TO "GERANTES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-ANTES-STATUS.
           SELECT ARQUIVO-ANTERIOR-025 ASSIGN TO "GERANTES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-ANTES-STATUS.
           SELECT ARQUIVO-ANTERIOR-032 ASSIGN TO "GERANTES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-ANTES-STATUS.
           SELECT ARQUIVO-ANTERIOR-076 ASSIGN TO "GERANTES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-ANTES-STATUS.
           SELECT ARQUIVO-ANTERIOR-080 ASSIGN TO "GERANTES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-ANTES-STATUS.
           SELECT ARQUIVO-ANTERIOR-083 ASSIGN TO "GERANTES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-ANTES-STATUS.
           SELECT ARQUIVO-ANTERIOR-088 ASSIGN TO "GERANTES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-ANTES-STATUS.
           SELECT ARQUIVO-ANTERIOR-106 ASSIGN TO "GERANTES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-ANTES-STATUS.
           SELECT ARQUIVO-ANTERIOR-115 ASSIGN TO "GERANTES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-ANTES-STATUS.
           SELECT ARQUIVO-ANTERIOR-148 ASSIGN TO "GERANTES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-ANTES-STATUS.
           SELECT ARQUIVO-ANTERIOR-200 ASSIGN TO "GERANTES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-ANTES-STATUS.

           SELECT RELATORIO-GERACOES ASSIGN TO "GERREL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.

           SELECT PARAMETROS ASSIGN TO "PARAMETR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARM-CHAVE
               FILE STATUS IS PARM-WS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTRO-GERACAO.
           COPY 'GERACAO.CPY'.

       FD  GERACAO-NOVA-019.
       01  REG-NOVA-019     PIC X(019).

       FD  GERACAO-NOVA-025.
       01  REG-NOVA-025     PIC X(025).

       FD  GERACAO-NOVA-032.
       01  REG-NOVA-032     PIC X(032).

       FD  GERACAO-NOVA-076.
       01  REG-NOVA-076     PIC X(076).

       FD  GERACAO-NOVA-080.
       01  REG-NOVA-080     PIC X(080).

       FD  GERACAO-NOVA-083.
       01  REG-NOVA-083     PIC X(083).

       FD  GERACAO-NOVA-088.
       01  REG-NOVA-088     PIC X(088).

       FD  GERACAO-NOVA-106.
       01  REG-NOVA-106     PIC X(106).

       FD  GERACAO-NOVA-115.
       01  REG-NOVA-115     PIC X(115).

       FD  GERACAO-NOVA-148.
       01  REG-NOVA-148     PIC X(148).

       FD  GERACAO-NOVA-200.
       01  REG-NOVA-200     PIC X(200).

       FD  ARQUIVO-ATUAL-019.
       01  REG-ATUAL-019    PIC X(019).

       FD  ARQUIVO-ATUAL-025.
       01  REG-ATUAL-025    PIC X(025).

       FD  ARQUIVO-ATUAL-032.
       01  REG-ATUAL-032    PIC X(032).

       FD  ARQUIVO-ATUAL-076.
       01  REG-ATUAL-076    PIC X(076).

       FD  ARQUIVO-ATUAL-080.
       01  REG-ATUAL-080    PIC X(080).

       FD  ARQUIVO-ATUAL-083.
       01  REG-ATUAL-083    PIC X(083).

       FD  ARQUIVO-ATUAL-088.
       01  REG-ATUAL-088    PIC X(088).

       FD  ARQUIVO-ATUAL-106.
       01  REG-ATUAL-106    PIC X(106).

       FD  ARQUIVO-ATUAL-115.
       01  REG-ATUAL-115    PIC X(115).

       FD  ARQUIVO-ATUAL-148.
       01  REG-ATUAL-148    PIC X(148).

       FD  ARQUIVO-ATUAL-200.
       01  REG-ATUAL-200    PIC X(200).

       FD  ARQUIVO-ANTERIOR-019.
       01  REG-ANTES-019    PIC X(019).

       FD  ARQUIVO-ANTERIOR-025.
       01  REG-ANTES-025    PIC X(025).

       FD  ARQUIVO-ANTERIOR-032.
       01  REG-ANTES-032    PIC X(032).

       FD  ARQUIVO-ANTERIOR-076.
       01  REG-ANTES-076    PIC X(076).

       FD  ARQUIVO-ANTERIOR-080.
       01  REG-ANTES-080    PIC X(080).

       FD  ARQUIVO-ANTERIOR-083.
       01  REG-ANTES-083    PIC X(083).

       FD  ARQUIVO-ANTERIOR-088.
       01  REG-ANTES-088    PIC X(088).

       FD  ARQUIVO-ANTERIOR-106.
       01  REG-ANTES-106    PIC X(106).

       FD  ARQUIVO-ANTERIOR-115.
       01  REG-ANTES-115    PIC X(115).

       FD  ARQUIVO-ANTERIOR-148.
       01  REG-ANTES-148    PIC X(148).

       FD  ARQUIVO-ANTERIOR-200.
       01  REG-ANTES-200    PIC X(200).

       FD  RELATORIO-GERACOES.
       01  LINHA-RELATORIO     PIC X(100).

       FD  PARAMETROS.
           COPY 'PARAMETROS.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'PARAMETROSW.CPY'.
           COPY 'GERACAOW.CPY'.
       77 WRK-NOVA-STATUS PIC X(02) VALUE ZEROS.
           88 NOVA-OK VALUE '00'.
           88 NOVA-FIM VALUE '10'.
       77 WRK-ATUAL-STATUS PIC X(02) VALUE ZEROS.
           88 ATUAL-OK VALUE '00'.
           88 ATUAL-FIM VALUE '10'.
           88 ATUAL-NAO-ENCONTRADO VALUE '35'.
       77 WRK-ANTES-STATUS PIC X(02) VALUE ZEROS.
           88 ANTES-OK VALUE '00'.
           88 ANTES-FIM VALUE '10'.
           88 ANTES-NAO-ENCONTRADO VALUE '35'.
       77 WRK-REL-STATUS PIC X(02) VALUE ZEROS.

       77 WRK-ACAO PIC X(09) VALUE SPACES.
           88 ACAO-PENDENTE VALUE 'PENDENTE'.
           88 ACAO-PROMOVER VALUE 'PROMOVER'.
           88 ACAO-REVERTER VALUE 'REVERTER'.
           88 ACAO-RELATORIO VALUE 'RELATORIO'.
       77 WRK-ARQUIVO PIC X(08) VALUE SPACES.
       77 WRK-TAM-REGISTRO PIC 9(03) VALUE ZEROS.
       77 WRK-REGISTRO PIC X(200) VALUE SPACES.

       77 WRK-GERACOES-RETIDAS PIC 9(03) VALUE 3.
       77 WRK-NUM-PENDENTE PIC 9(05) VALUE ZEROS.
       77 WRK-NUM-ULTIMA-PROM PIC 9(05) VALUE ZEROS.
       77 WRK-NUM-PENULT-PROM PIC 9(05) VALUE ZEROS.
       77 WRK-CONF-PENULT-PROM PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-PROMOVIDAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-A-EXPIRAR PIC 9(05) VALUE ZEROS.
       77 WRK-CONTAGEM-LIDA PIC 9(07) VALUE ZEROS.
       77 WRK-CONTAGEM-COPIADA PIC 9(07) VALUE ZEROS.

       77 WRK-QTD-PENDENTES PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-VIGENTES PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-REVERTIDAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-SUBSTITUIDAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-DIVERGENTES PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-EXPIRADAS PIC 9(05) VALUE ZEROS.
       77 WRK-SITUACAO-ED PIC X(12) VALUE SPACES.
       77 WRK-DATA-GER-ED PIC 9(04)/99/99 VALUE ZEROS.
       77 WRK-DATA-SIT-ED PIC 9(04)/99/99 VALUE ZEROS.
           COPY 'RUNDATE.CPY'.
           COPY 'RPTHDR.CPY'.

       LINKAGE SECTION.
       01  LK-PARM.
           05 LK-PARM-LTH       PIC S9(04) COMP.
           05 LK-PARM-TXT       PIC X(20).

       PROCEDURE DIVISION USING LK-PARM.
       0001-PRINCIPAL.

           PERFORM OBTER-DATA-EXECUCAO.
           MOVE ZEROS TO RETURN-CODE.

           UNSTRING LK-PARM-TXT(1:LK-PARM-LTH)
               DELIMITED BY ','
               INTO WRK-ACAO WRK-ARQUIVO.

           OPEN I-O REGISTRO-GERACAO.
           IF GER-ARQ-NAO-ENCONTRADO
               OPEN OUTPUT REGISTRO-GERACAO
               CLOSE REGISTRO-GERACAO
               OPEN I-O REGISTRO-GERACAO
           END-IF.
           IF NOT GER-ARQ-OK
               DISPLAY 'GERPROM: ERRO ' GER-WS-STATUS
                       ' NA ABERTURA DO REGISTRO DE GERACOES.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           EVALUATE TRUE
               WHEN ACAO-PENDENTE
                   PERFORM 0002-CONSULTAR-PENDENTE
               WHEN ACAO-PROMOVER
                   PERFORM 0003-PROMOVER THRU 0003-PROMOVER-EXIT
               WHEN ACAO-REVERTER
                   PERFORM 0004-REVERTER THRU 0004-REVERTER-EXIT
               WHEN ACAO-RELATORIO
                   PERFORM 0005-RELATAR THRU 0005-RELATAR-EXIT
               WHEN OTHER
                   DISPLAY 'GERPROM: ACAO INVALIDA NO PARM: '
                           WRK-ACAO
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

           CLOSE REGISTRO-GERACAO.
           PERFORM FECHAR-PARAMETROS.

           GOBACK.

      *----------------------------------------------------------*
      * 0002-CONSULTAR-PENDENTE                                   *
      * RC 0 QUANDO O ARQUIVO TEM GERACAO PENDENTE DE PROMOCAO,   *
      * RC 4 QUANDO NAO TEM - O JCL SO EXECUTA A PROMOCAO E A     *
      * LIMPEZA DA NOVA GERACAO COM RC 0.                         *
      *----------------------------------------------------------*
       0002-CONSULTAR-PENDENTE.

           PERFORM VARRER-GERACOES-ARQUIVO.
           IF WRK-NUM-PENDENTE = ZEROS
               DISPLAY 'GERPROM: ' WRK-ARQUIVO
                       ' SEM GERACAO PENDENTE - NADA A PROMOVER.'
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY 'GERPROM: ' WRK-ARQUIVO ' TEM A GERACAO '
                       WRK-NUM-PENDENTE ' PENDENTE DE PROMOCAO.'
           END-IF.

      *----------------------------------------------------------*
      * 0003-PROMOVER                                             *
      * CONFERE A CONTAGEM DA NOVA GERACAO, GUARDA O OFICIAL NA   *
      * COPIA DE REVERSAO E COPIA A NOVA GERACAO PARA O OFICIAL.  *
      *----------------------------------------------------------*
       0003-PROMOVER.

           PERFORM DEFINIR-TAMANHO.
           IF WRK-TAM-REGISTRO = ZEROS
               DISPLAY 'GERPROM: ' WRK-ARQUIVO ' NAO E ARQUIVO '
                       'GERENCIADO - NADA FOI PROMOVIDO.'
               MOVE 8 TO RETURN-CODE
               GO TO 0003-PROMOVER-EXIT
           END-IF.

           PERFORM VARRER-GERACOES-ARQUIVO.
           IF WRK-NUM-PENDENTE = ZEROS
               DISPLAY 'GERPROM: ' WRK-ARQUIVO
                       ' SEM GERACAO PENDENTE - NADA A PROMOVER.'
               MOVE 4 TO RETURN-CODE
               GO TO 0003-PROMOVER-EXIT
           END-IF.

           MOVE WRK-ARQUIVO TO GER-ARQUIVO.
           MOVE WRK-NUM-PENDENTE TO GER-NUMERO.
           READ REGISTRO-GERACAO.

           MOVE ZEROS TO WRK-CONTAGEM-LIDA.
           PERFORM ABRIR-NOVA THRU ABRIR-NOVA-EXIT.
           IF NOT NOVA-OK
               DISPLAY 'GERPROM: ERRO ' WRK-NOVA-STATUS
                       ' NA ABERTURA DO ' GER-ARQUIVO-NOVO
                       ' (GERNOVO) - NADA FOI PROMOVIDO.'
               MOVE 8 TO RETURN-CODE
               GO TO 0003-PROMOVER-EXIT
           END-IF.
           PERFORM LER-NOVA THRU LER-NOVA-EXIT.
           PERFORM CONTAR-NOVA THRU CONTAR-NOVA-EXIT
               UNTIL NOT NOVA-OK.
           IF NOT NOVA-FIM
               DISPLAY 'GERPROM: ERRO ' WRK-NOVA-STATUS
                       ' NA LEITURA DO ' GER-ARQUIVO-NOVO
                       ' (GERNOVO) - NADA FOI PROMOVIDO.'
               PERFORM FECHAR-NOVA THRU FECHAR-NOVA-EXIT
               MOVE 8 TO RETURN-CODE
               GO TO 0003-PROMOVER-EXIT
           END-IF.
           PERFORM FECHAR-NOVA THRU FECHAR-NOVA-EXIT.

           IF WRK-CONTAGEM-LIDA NOT = GER-CONTAGEM
               SET GER-DIVERGENTE TO TRUE
               MOVE RUNDATE-HOJE TO GER-DATA-SITUACAO
               MOVE WRK-CONTAGEM-LIDA TO GER-CONTAGEM-CONF
               REWRITE REG-GERACAO
               DISPLAY 'GERPROM: GERACAO ' GER-NUMERO ' DE '
                       WRK-ARQUIVO ' DIVERGENTE - REGISTRADOS '
                       GER-CONTAGEM ' X LIDOS ' WRK-CONTAGEM-LIDA
               DISPLAY 'GERPROM: ' WRK-ARQUIVO ' NAO FOI '
                       'SUBSTITUIDO - CONFERIR O ' GER-ARQUIVO-NOVO
               MOVE 8 TO RETURN-CODE
               GO TO 0003-PROMOVER-EXIT
           END-IF.

           MOVE ZEROS TO WRK-CONTAGEM-COPIADA.
           PERFORM ABRIR-ANTES-GRAVACAO THRU ABRIR-ANTES-GRAVACAO-EXIT.
           IF NOT ANTES-OK
               DISPLAY 'GERPROM: ERRO ' WRK-ANTES-STATUS
                       ' NA ABERTURA DA COPIA DE REVERSAO (GERANTES)'
               DISPLAY 'GERPROM: ' WRK-ARQUIVO ' NAO FOI '
                       'SUBSTITUIDO.'
               MOVE 8 TO RETURN-CODE
               GO TO 0003-PROMOVER-EXIT
           END-IF.
           PERFORM ABRIR-ATUAL-LEITURA THRU ABRIR-ATUAL-LEITURA-EXIT.
           IF ATUAL-NAO-ENCONTRADO
               DISPLAY 'GERPROM: ' WRK-ARQUIVO ' AINDA NAO EXISTIA - '
                       'COPIA DE REVERSAO VAZIA.'
               PERFORM FECHAR-ANTES THRU FECHAR-ANTES-EXIT
               GO TO 0003-PROMOVER-COPIAR
           END-IF.
           IF NOT ATUAL-OK
               DISPLAY 'GERPROM: ERRO ' WRK-ATUAL-STATUS
                       ' NA ABERTURA DO ' WRK-ARQUIVO ' (GERATUAL) - '
                       'NAO FOI SUBSTITUIDO.'
               PERFORM FECHAR-ANTES THRU FECHAR-ANTES-EXIT
               MOVE 8 TO RETURN-CODE
               GO TO 0003-PROMOVER-EXIT
           END-IF.
           PERFORM LER-ATUAL THRU LER-ATUAL-EXIT.
           PERFORM GUARDAR-ATUAL THRU GUARDAR-ATUAL-EXIT
               UNTIL NOT ATUAL-OK OR NOT ANTES-OK.
           IF NOT ATUAL-FIM OR NOT ANTES-OK
               DISPLAY 'GERPROM: ERRO ' WRK-ATUAL-STATUS '/'
                       WRK-ANTES-STATUS ' NA COPIA DE REVERSAO '
                       '(GERATUAL/GERANTES) - ' WRK-ARQUIVO
                       ' NAO FOI SUBSTITUIDO.'
               PERFORM FECHAR-ATUAL THRU FECHAR-ATUAL-EXIT
               PERFORM FECHAR-ANTES THRU FECHAR-ANTES-EXIT
               MOVE 8 TO RETURN-CODE
               GO TO 0003-PROMOVER-EXIT
           END-IF.
           PERFORM FECHAR-ATUAL THRU FECHAR-ATUAL-EXIT.
           PERFORM FECHAR-ANTES THRU FECHAR-ANTES-EXIT.

       0003-PROMOVER-COPIAR.
           DISPLAY 'GERPROM: COPIA DE REVERSAO DE ' WRK-ARQUIVO
                   ' COM ' WRK-CONTAGEM-COPIADA ' REGISTROS.'.

           MOVE ZEROS TO WRK-CONTAGEM-COPIADA.
           PERFORM ABRIR-NOVA THRU ABRIR-NOVA-EXIT.
           IF NOT NOVA-OK
               DISPLAY 'GERPROM: ERRO ' WRK-NOVA-STATUS
                       ' NA REABERTURA DO ' GER-ARQUIVO-NOVO
                       ' (GERNOVO) - ' WRK-ARQUIVO ' NAO FOI '
                       'SUBSTITUIDO.'
               MOVE 8 TO RETURN-CODE
               GO TO 0003-PROMOVER-EXIT
           END-IF.
           PERFORM ABRIR-ATUAL-GRAVACAO THRU ABRIR-ATUAL-GRAVACAO-EXIT.
           IF NOT ATUAL-OK
               DISPLAY 'GERPROM: ERRO ' WRK-ATUAL-STATUS
                       ' NA ABERTURA DO ' WRK-ARQUIVO ' (GERATUAL) '
                       'PARA GRAVACAO - NAO FOI SUBSTITUIDO.'
               PERFORM FECHAR-NOVA THRU FECHAR-NOVA-EXIT
               MOVE 8 TO RETURN-CODE
               GO TO 0003-PROMOVER-EXIT
           END-IF.
           PERFORM LER-NOVA THRU LER-NOVA-EXIT.
           PERFORM COPIAR-NOVA THRU COPIAR-NOVA-EXIT
               UNTIL NOT NOVA-OK OR NOT ATUAL-OK.
           IF NOT NOVA-FIM OR NOT ATUAL-OK
               DISPLAY 'GERPROM: ERRO ' WRK-NOVA-STATUS '/'
                       WRK-ATUAL-STATUS ' NA COPIA DO '
                       GER-ARQUIVO-NOVO ' PARA ' WRK-ARQUIVO
           END-IF.
           PERFORM FECHAR-NOVA THRU FECHAR-NOVA-EXIT.
           PERFORM FECHAR-ATUAL THRU FECHAR-ATUAL-EXIT.

           IF WRK-CONTAGEM-COPIADA NOT = GER-CONTAGEM
               SET GER-DIVERGENTE TO TRUE
               MOVE RUNDATE-HOJE TO GER-DATA-SITUACAO
               MOVE WRK-CONTAGEM-COPIADA TO GER-CONTAGEM-CONF
               REWRITE REG-GERACAO
               DISPLAY 'GERPROM: FALHA NA COPIA PARA ' WRK-ARQUIVO
                       ' - COPIADOS ' WRK-CONTAGEM-COPIADA
                       ' - RESTAURAR COM REVERTER.'
               MOVE 8 TO RETURN-CODE
               GO TO 0003-PROMOVER-EXIT
           END-IF.

           SET GER-PROMOVIDA TO TRUE.
           MOVE RUNDATE-HOJE TO GER-DATA-SITUACAO.
           MOVE WRK-CONTAGEM-COPIADA TO GER-CONTAGEM-CONF.
           REWRITE REG-GERACAO.
           DISPLAY 'GERPROM: GERACAO ' GER-NUMERO ' PROMOVIDA - '
                   WRK-ARQUIVO ' SUBSTITUIDO PELO ' GER-ARQUIVO-NOVO
                   ' (' WRK-CONTAGEM-COPIADA ' REGISTROS).'.

           PERFORM EXPIRAR-GERACOES THRU EXPIRAR-GERACOES-EXIT.

       0003-PROMOVER-EXIT.
           EXIT.

       CONTAR-NOVA.
           ADD 1 TO WRK-CONTAGEM-LIDA.
           PERFORM LER-NOVA THRU LER-NOVA-EXIT.

       CONTAR-NOVA-EXIT.
           EXIT.

       GUARDAR-ATUAL.
           PERFORM GRAVAR-ANTES THRU GRAVAR-ANTES-EXIT.
           IF ANTES-OK
               ADD 1 TO WRK-CONTAGEM-COPIADA
               PERFORM LER-ATUAL THRU LER-ATUAL-EXIT
           END-IF.

       GUARDAR-ATUAL-EXIT.
           EXIT.

       COPIAR-NOVA.
           PERFORM GRAVAR-ATUAL THRU GRAVAR-ATUAL-EXIT.
           IF ATUAL-OK
               ADD 1 TO WRK-CONTAGEM-COPIADA
               PERFORM LER-NOVA THRU LER-NOVA-EXIT
           END-IF.

       COPIAR-NOVA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * EXPIRAR-GERACOES                                          *
      * FICAM PROMOVIDAS A GERACAO EM USO E AS ULTIMAS            *
      * GERACOES-RETIDAS (AS QUE TEM COPIA NA BASE GDG); AS MAIS  *
      * ANTIGAS PASSAM A EXPIRADAS.                               *
      *----------------------------------------------------------*
       EXPIRAR-GERACOES.

           MOVE 'GERACOES-RETIDAS' TO PARM-CODIGO.
           PERFORM LER-PARAMETRO.
           IF PARM-VALOR > ZEROS
               MOVE PARM-VALOR TO WRK-GERACOES-RETIDAS
           END-IF.
           PERFORM VARRER-GERACOES-ARQUIVO.
           IF WRK-QTD-PROMOVIDAS NOT > WRK-GERACOES-RETIDAS + 1
               GO TO EXPIRAR-GERACOES-EXIT
           END-IF.
           COMPUTE WRK-QTD-A-EXPIRAR =
               WRK-QTD-PROMOVIDAS - WRK-GERACOES-RETIDAS - 1.

           MOVE 'N' TO GER-WS-FIM.
           MOVE WRK-ARQUIVO TO GER-ARQUIVO.
           MOVE ZEROS TO GER-NUMERO.
           START REGISTRO-GERACAO KEY IS NOT < GER-CHAVE
               INVALID KEY
                   SET GER-VARREDURA-FIM TO TRUE
           END-START.
           PERFORM EXPIRAR-UMA-GERACAO
               UNTIL GER-VARREDURA-FIM OR WRK-QTD-A-EXPIRAR = ZEROS.

       EXPIRAR-GERACOES-EXIT.
           EXIT.

       EXPIRAR-UMA-GERACAO.
           READ REGISTRO-GERACAO NEXT RECORD
               AT END
                   SET GER-VARREDURA-FIM TO TRUE
           END-READ.
           IF NOT GER-VARREDURA-FIM
               IF GER-ARQUIVO NOT = WRK-ARQUIVO
                   SET GER-VARREDURA-FIM TO TRUE
               ELSE
                   IF GER-PROMOVIDA
                       SET GER-EXPIRADA TO TRUE
                       MOVE RUNDATE-HOJE TO GER-DATA-SITUACAO
                       REWRITE REG-GERACAO
                       SUBTRACT 1 FROM WRK-QTD-A-EXPIRAR
                       DISPLAY 'GERPROM: GERACAO ' GER-NUMERO ' DE '
                               WRK-ARQUIVO ' FORA DA RETENCAO - '
                               'EXPIRADA.'
                   END-IF
               END-IF
           END-IF.

       EXPIRAR-UMA-GERACAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 0004-REVERTER                                             *
      * RESTAURA O OFICIAL A PARTIR DA COPIA DE REVERSAO,         *
      * CONFERIDA CONTRA A CONTAGEM DA GERACAO PROMOVIDA ANTES DA *
      * ULTIMA, E MARCA A ULTIMA COMO REVERTIDA.                  *
      *----------------------------------------------------------*
       0004-REVERTER.

           PERFORM DEFINIR-TAMANHO.
           IF WRK-TAM-REGISTRO = ZEROS
               DISPLAY 'GERPROM: ' WRK-ARQUIVO ' NAO E ARQUIVO '
                       'GERENCIADO - NADA FOI REVERTIDO.'
               MOVE 8 TO RETURN-CODE
               GO TO 0004-REVERTER-EXIT
           END-IF.

           PERFORM VARRER-GERACOES-ARQUIVO.
           IF WRK-NUM-ULTIMA-PROM = ZEROS
               DISPLAY 'GERPROM: ' WRK-ARQUIVO
                       ' SEM GERACAO PROMOVIDA - NADA A REVERTER.'
               MOVE 8 TO RETURN-CODE
               GO TO 0004-REVERTER-EXIT
           END-IF.

           MOVE ZEROS TO WRK-CONTAGEM-LIDA.
           PERFORM ABRIR-ANTES-LEITURA THRU ABRIR-ANTES-LEITURA-EXIT.
           IF ANTES-NAO-ENCONTRADO
               DISPLAY 'GERPROM: COPIA DE REVERSAO (GERANTES) NAO '
                       'ENCONTRADA.'
               MOVE 8 TO RETURN-CODE
               GO TO 0004-REVERTER-EXIT
           END-IF.
           IF NOT ANTES-OK
               DISPLAY 'GERPROM: ERRO ' WRK-ANTES-STATUS
                       ' NA ABERTURA DA COPIA DE REVERSAO (GERANTES) '
                       '- NADA FOI REVERTIDO.'
               MOVE 8 TO RETURN-CODE
               GO TO 0004-REVERTER-EXIT
           END-IF.
           PERFORM LER-ANTES THRU LER-ANTES-EXIT.
           PERFORM CONTAR-ANTERIOR THRU CONTAR-ANTERIOR-EXIT
               UNTIL NOT ANTES-OK.
           IF NOT ANTES-FIM
               DISPLAY 'GERPROM: ERRO ' WRK-ANTES-STATUS
                       ' NA LEITURA DA COPIA DE REVERSAO (GERANTES) '
                       '- NADA FOI REVERTIDO.'
               PERFORM FECHAR-ANTES THRU FECHAR-ANTES-EXIT
               MOVE 8 TO RETURN-CODE
               GO TO 0004-REVERTER-EXIT
           END-IF.
           PERFORM FECHAR-ANTES THRU FECHAR-ANTES-EXIT.

           IF WRK-NUM-PENULT-PROM = ZEROS
               DISPLAY 'GERPROM: A COPIA DE REVERSAO E ANTERIOR AO '
                       'REGISTRO DE GERACOES - SEM CONFERENCIA.'
           ELSE
               IF WRK-CONTAGEM-LIDA NOT = WRK-CONF-PENULT-PROM
                   DISPLAY 'GERPROM: COPIA DE REVERSAO COM '
                           WRK-CONTAGEM-LIDA ' REGISTROS X '
                           WRK-CONF-PENULT-PROM ' DA GERACAO '
                           WRK-NUM-PENULT-PROM
                   DISPLAY 'GERPROM: GERANTES NAO E A COPIA DA '
                           'GERACAO ANTERIOR - NADA FOI REVERTIDO.'
                   MOVE 8 TO RETURN-CODE
                   GO TO 0004-REVERTER-EXIT
               END-IF
           END-IF.

           MOVE ZEROS TO WRK-CONTAGEM-COPIADA.
           PERFORM ABRIR-ANTES-LEITURA THRU ABRIR-ANTES-LEITURA-EXIT.
           IF NOT ANTES-OK
               DISPLAY 'GERPROM: ERRO ' WRK-ANTES-STATUS
                       ' NA REABERTURA DA COPIA DE REVERSAO '
                       '(GERANTES) - NADA FOI REVERTIDO.'
               MOVE 8 TO RETURN-CODE
               GO TO 0004-REVERTER-EXIT
           END-IF.
           PERFORM ABRIR-ATUAL-GRAVACAO THRU ABRIR-ATUAL-GRAVACAO-EXIT.
           IF NOT ATUAL-OK
               DISPLAY 'GERPROM: ERRO ' WRK-ATUAL-STATUS
                       ' NA ABERTURA DO ' WRK-ARQUIVO ' (GERATUAL) '
                       'PARA GRAVACAO - NADA FOI REVERTIDO.'
               PERFORM FECHAR-ANTES THRU FECHAR-ANTES-EXIT
               MOVE 8 TO RETURN-CODE
               GO TO 0004-REVERTER-EXIT
           END-IF.
           PERFORM LER-ANTES THRU LER-ANTES-EXIT.
           PERFORM RESTAURAR-ANTERIOR THRU RESTAURAR-ANTERIOR-EXIT
               UNTIL NOT ANTES-OK OR NOT ATUAL-OK.
           IF NOT ANTES-FIM OR NOT ATUAL-OK
               DISPLAY 'GERPROM: ERRO ' WRK-ANTES-STATUS '/'
                       WRK-ATUAL-STATUS ' NA RESTAURACAO DE '
                       WRK-ARQUIVO
           END-IF.
           PERFORM FECHAR-ANTES THRU FECHAR-ANTES-EXIT.
           PERFORM FECHAR-ATUAL THRU FECHAR-ATUAL-EXIT.

           IF WRK-CONTAGEM-COPIADA NOT = WRK-CONTAGEM-LIDA
               DISPLAY 'GERPROM: REVERSAO INCOMPLETA - RESTAURADOS '
                       WRK-CONTAGEM-COPIADA ' DE ' WRK-CONTAGEM-LIDA
                       ' REGISTROS.'
               DISPLAY 'GERPROM: ' WRK-ARQUIVO ' PRECISA SER '
                       'REVERTIDO DE NOVO - GERACAO NAO MARCADA.'
               MOVE 8 TO RETURN-CODE
               GO TO 0004-REVERTER-EXIT
           END-IF.

           MOVE WRK-ARQUIVO TO GER-ARQUIVO.
           MOVE WRK-NUM-ULTIMA-PROM TO GER-NUMERO.
           READ REGISTRO-GERACAO.
           SET GER-REVERTIDA TO TRUE.
           MOVE RUNDATE-HOJE TO GER-DATA-SITUACAO.
           REWRITE REG-GERACAO.
           DISPLAY 'GERPROM: GERACAO ' GER-NUMERO ' DE '
                   WRK-ARQUIVO ' REVERTIDA - ' WRK-CONTAGEM-COPIADA
                   ' REGISTROS RESTAURADOS.'.

       0004-REVERTER-EXIT.
           EXIT.

       CONTAR-ANTERIOR.
           ADD 1 TO WRK-CONTAGEM-LIDA.
           PERFORM LER-ANTES THRU LER-ANTES-EXIT.

       CONTAR-ANTERIOR-EXIT.
           EXIT.

       RESTAURAR-ANTERIOR.
           PERFORM GRAVAR-ATUAL THRU GRAVAR-ATUAL-EXIT.
           IF ATUAL-OK
               ADD 1 TO WRK-CONTAGEM-COPIADA
               PERFORM LER-ANTES THRU LER-ANTES-EXIT
           END-IF.

       RESTAURAR-ANTERIOR-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * VARRER-GERACOES-ARQUIVO                                   *
      * PERCORRE AS GERACOES DO ARQUIVO DO PARM, GUARDANDO A      *
      * PENDENTE, AS DUAS ULTIMAS PROMOVIDAS E QUANTAS AINDA      *
      * ESTAO PROMOVIDAS.                                         *
      *----------------------------------------------------------*
       VARRER-GERACOES-ARQUIVO.

           MOVE ZEROS TO WRK-NUM-PENDENTE.
           MOVE ZEROS TO WRK-NUM-ULTIMA-PROM.
           MOVE ZEROS TO WRK-NUM-PENULT-PROM.
           MOVE ZEROS TO WRK-CONF-PENULT-PROM.
           MOVE ZEROS TO WRK-QTD-PROMOVIDAS.
           MOVE 'N' TO GER-WS-FIM.
           MOVE WRK-ARQUIVO TO GER-ARQUIVO.
           MOVE ZEROS TO GER-NUMERO.
           START REGISTRO-GERACAO KEY IS NOT < GER-CHAVE
               INVALID KEY
                   SET GER-VARREDURA-FIM TO TRUE
           END-START.
           PERFORM VARRER-UMA-GERACAO UNTIL GER-VARREDURA-FIM.

       VARRER-GERACOES-ARQUIVO-EXIT.
           EXIT.

       VARRER-UMA-GERACAO.
           READ REGISTRO-GERACAO NEXT RECORD
               AT END
                   SET GER-VARREDURA-FIM TO TRUE
           END-READ.
           IF NOT GER-VARREDURA-FIM
               IF GER-ARQUIVO NOT = WRK-ARQUIVO
                   SET GER-VARREDURA-FIM TO TRUE
               ELSE
                   IF GER-PENDENTE
                       MOVE GER-NUMERO TO WRK-NUM-PENDENTE
                   END-IF
                   IF GER-PROMOVIDA
                       ADD 1 TO WRK-QTD-PROMOVIDAS
                       IF WRK-NUM-ULTIMA-PROM NOT = ZEROS
                           MOVE WRK-NUM-ULTIMA-PROM
                               TO WRK-NUM-PENULT-PROM
                           MOVE GER-WS-CONTAGEM
                               TO WRK-CONF-PENULT-PROM
                       END-IF
                       MOVE GER-NUMERO TO WRK-NUM-ULTIMA-PROM
                       MOVE GER-CONTAGEM-CONF TO GER-WS-CONTAGEM
                   END-IF
               END-IF
           END-IF.

       VARRER-UMA-GERACAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 0005-RELATAR                                              *
      * LISTA TODAS AS GERACOES DO REGISTRO, POR ARQUIVO, COM OS  *
      * TOTAIS POR SITUACAO.                                      *
      *----------------------------------------------------------*
       0005-RELATAR.

           OPEN OUTPUT RELATORIO-GERACOES.
           IF WRK-REL-STATUS NOT = '00'
               DISPLAY 'GERPROM: ERRO ' WRK-REL-STATUS
                       ' NA ABERTURA DO GERREL.'
               MOVE 8 TO RETURN-CODE
               GO TO 0005-RELATAR-EXIT
           END-IF.
           MOVE 'REGISTRO DE GERACOES DE ARQUIVOS' TO RPT-HDR-TITULO.
           PERFORM MONTAR-CABECALHO-RELATORIO.
           MOVE RPT-HDR-LINHA TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE 'ARQUIVO  GERACAO NOVA GERACAO PROGRAMA     GERADA EM'
               TO LINHA-RELATORIO.
           MOVE '  REGISTR. CONFERID. SITUACAO     EM'
               TO LINHA-RELATORIO(54:36).
           WRITE LINHA-RELATORIO.

           MOVE 'N' TO GER-WS-FIM.
           MOVE LOW-VALUES TO GER-CHAVE.
           START REGISTRO-GERACAO KEY IS NOT < GER-CHAVE
               INVALID KEY
                   SET GER-VARREDURA-FIM TO TRUE
           END-START.
           PERFORM LISTAR-UMA-GERACAO UNTIL GER-VARREDURA-FIM.

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           STRING 'PENDENTES: ' DELIMITED BY SIZE
                  WRK-QTD-PENDENTES DELIMITED BY SIZE
                  '  PROMOVIDAS: ' DELIMITED BY SIZE
                  WRK-QTD-VIGENTES DELIMITED BY SIZE
                  '  REVERTIDAS: ' DELIMITED BY SIZE
                  WRK-QTD-REVERTIDAS DELIMITED BY SIZE
                  INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING 'SUBSTITUIDAS: ' DELIMITED BY SIZE
                  WRK-QTD-SUBSTITUIDAS DELIMITED BY SIZE
                  '  DIVERGENTES: ' DELIMITED BY SIZE
                  WRK-QTD-DIVERGENTES DELIMITED BY SIZE
                  '  EXPIRADAS: ' DELIMITED BY SIZE
                  WRK-QTD-EXPIRADAS DELIMITED BY SIZE
                  INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           CLOSE RELATORIO-GERACOES.

           DISPLAY 'GERPROM' '   DATA: ' RUNDATE-HOJE-ED.
           DISPLAY 'GERACOES PENDENTES...: ' WRK-QTD-PENDENTES.
           DISPLAY 'GERACOES DIVERGENTES.: ' WRK-QTD-DIVERGENTES.
           DISPLAY 'RELATORIO GRAVADO EM GERREL.'.
           IF WRK-QTD-DIVERGENTES > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.

       0005-RELATAR-EXIT.
           EXIT.

       LISTAR-UMA-GERACAO.
           READ REGISTRO-GERACAO NEXT RECORD
               AT END
                   SET GER-VARREDURA-FIM TO TRUE
           END-READ.
           IF NOT GER-VARREDURA-FIM
               EVALUATE TRUE
                   WHEN GER-PENDENTE
                       ADD 1 TO WRK-QTD-PENDENTES
                       MOVE 'PENDENTE' TO WRK-SITUACAO-ED
                   WHEN GER-PROMOVIDA
                       ADD 1 TO WRK-QTD-VIGENTES
                       MOVE 'PROMOVIDA' TO WRK-SITUACAO-ED
                   WHEN GER-REVERTIDA
                       ADD 1 TO WRK-QTD-REVERTIDAS
                       MOVE 'REVERTIDA' TO WRK-SITUACAO-ED
                   WHEN GER-SUBSTITUIDA
                       ADD 1 TO WRK-QTD-SUBSTITUIDAS
                       MOVE 'SUBSTITUIDA' TO WRK-SITUACAO-ED
                   WHEN GER-DIVERGENTE
                       ADD 1 TO WRK-QTD-DIVERGENTES
                       MOVE 'DIVERGENTE' TO WRK-SITUACAO-ED
                   WHEN OTHER
                       ADD 1 TO WRK-QTD-EXPIRADAS
                       MOVE 'EXPIRADA' TO WRK-SITUACAO-ED
               END-EVALUATE
               MOVE GER-DATA-GERACAO TO WRK-DATA-GER-ED
               MOVE GER-DATA-SITUACAO TO WRK-DATA-SIT-ED
               MOVE SPACES TO LINHA-RELATORIO
               STRING GER-ARQUIVO DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      GER-NUMERO DELIMITED BY SIZE
                      '   ' DELIMITED BY SIZE
                      GER-ARQUIVO-NOVO DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      GER-PROGRAMA DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-DATA-GER-ED DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      GER-CONTAGEM DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      GER-CONTAGEM-CONF DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WRK-SITUACAO-ED DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-DATA-SIT-ED DELIMITED BY SIZE
                      INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

       LISTAR-UMA-GERACAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * DEFINIR-TAMANHO                                           *
      * TAMANHO FIXO DO REGISTRO DE CADA ARQUIVO GERENCIADO, O    *
      * MESMO DO FD DO PROGRAMA QUE O GRAVA. ARQUIVO NOVO NA      *
      * PROMOCAO ENTRA AQUI E, SE O TAMANHO AINDA NAO TEM FD,     *
      * NOS TRES GRUPOS DE FDS ACIMA. ZERO = NAO GERENCIADO.      *
      *----------------------------------------------------------*
       DEFINIR-TAMANHO.

           EVALUATE WRK-ARQUIVO
               WHEN 'AUDITLOG'
               WHEN 'AUDARCH'
                   MOVE 148 TO WRK-TAM-REGISTRO
               WHEN 'CLIARQ'
                   MOVE 115 TO WRK-TAM-REGISTRO
               WHEN 'PRECHIST'
                   MOVE 032 TO WRK-TAM-REGISTRO
               WHEN 'TAXAHELD'
                   MOVE 025 TO WRK-TAM-REGISTRO
               WHEN 'CDIHELD'
                   MOVE 019 TO WRK-TAM-REGISTRO
               WHEN 'BANCPEND'
                   MOVE 083 TO WRK-TAM-REGISTRO
               WHEN 'DWSNAP'
                   MOVE 200 TO WRK-TAM-REGISTRO
               WHEN 'JRNHELD'
                   MOVE 080 TO WRK-TAM-REGISTRO
               WHEN 'JRNPEND'
                   MOVE 088 TO WRK-TAM-REGISTRO
               WHEN 'VENDSUSP'
                   MOVE 076 TO WRK-TAM-REGISTRO
               WHEN 'RPTARC'
                   MOVE 106 TO WRK-TAM-REGISTRO
               WHEN OTHER
                   MOVE ZEROS TO WRK-TAM-REGISTRO
           END-EVALUATE.

      *----------------------------------------------------------*
      * ABERTURA, LEITURA, GRAVACAO E FECHAMENTO PELO FD DO       *
      * TAMANHO DO ARQUIVO - O REGISTRO PASSA POR WRK-REGISTRO.   *
      *----------------------------------------------------------*
       ABRIR-NOVA.
           EVALUATE WRK-TAM-REGISTRO
               WHEN 019
                   OPEN INPUT GERACAO-NOVA-019
               WHEN 025
                   OPEN INPUT GERACAO-NOVA-025
               WHEN 032
                   OPEN INPUT GERACAO-NOVA-032
               WHEN 076
                   OPEN INPUT GERACAO-NOVA-076
               WHEN 080
                   OPEN INPUT GERACAO-NOVA-080
               WHEN 083
                   OPEN INPUT GERACAO-NOVA-083
               WHEN 088
                   OPEN INPUT GERACAO-NOVA-088
               WHEN 106
                   OPEN INPUT GERACAO-NOVA-106
               WHEN 115
                   OPEN INPUT GERACAO-NOVA-115
               WHEN 148
                   OPEN INPUT GERACAO-NOVA-148
               WHEN 200
                   OPEN INPUT GERACAO-NOVA-200
           END-EVALUATE.

       ABRIR-NOVA-EXIT.
           EXIT.

       LER-NOVA.
           EVALUATE WRK-TAM-REGISTRO
               WHEN 019
                   READ GERACAO-NOVA-019 INTO WRK-REGISTRO
               WHEN 025
                   READ GERACAO-NOVA-025 INTO WRK-REGISTRO
               WHEN 032
                   READ GERACAO-NOVA-032 INTO WRK-REGISTRO
               WHEN 076
                   READ GERACAO-NOVA-076 INTO WRK-REGISTRO
               WHEN 080
                   READ GERACAO-NOVA-080 INTO WRK-REGISTRO
               WHEN 083
                   READ GERACAO-NOVA-083 INTO WRK-REGISTRO
               WHEN 088
                   READ GERACAO-NOVA-088 INTO WRK-REGISTRO
               WHEN 106
                   READ GERACAO-NOVA-106 INTO WRK-REGISTRO
               WHEN 115
                   READ GERACAO-NOVA-115 INTO WRK-REGISTRO
               WHEN 148
                   READ GERACAO-NOVA-148 INTO WRK-REGISTRO
               WHEN 200
                   READ GERACAO-NOVA-200 INTO WRK-REGISTRO
           END-EVALUATE.

       LER-NOVA-EXIT.
           EXIT.

       FECHAR-NOVA.
           EVALUATE WRK-TAM-REGISTRO
               WHEN 019
                   CLOSE GERACAO-NOVA-019
               WHEN 025
                   CLOSE GERACAO-NOVA-025
               WHEN 032
                   CLOSE GERACAO-NOVA-032
               WHEN 076
                   CLOSE GERACAO-NOVA-076
               WHEN 080
                   CLOSE GERACAO-NOVA-080
               WHEN 083
                   CLOSE GERACAO-NOVA-083
               WHEN 088
                   CLOSE GERACAO-NOVA-088
               WHEN 106
                   CLOSE GERACAO-NOVA-106
               WHEN 115
                   CLOSE GERACAO-NOVA-115
               WHEN 148
                   CLOSE GERACAO-NOVA-148
               WHEN 200
                   CLOSE GERACAO-NOVA-200
           END-EVALUATE.

       FECHAR-NOVA-EXIT.
           EXIT.

       ABRIR-ATUAL-LEITURA.
           EVALUATE WRK-TAM-REGISTRO
               WHEN 019
                   OPEN INPUT ARQUIVO-ATUAL-019
               WHEN 025
                   OPEN INPUT ARQUIVO-ATUAL-025
               WHEN 032
                   OPEN INPUT ARQUIVO-ATUAL-032
               WHEN 076
                   OPEN INPUT ARQUIVO-ATUAL-076
               WHEN 080
                   OPEN INPUT ARQUIVO-ATUAL-080
               WHEN 083
                   OPEN INPUT ARQUIVO-ATUAL-083
               WHEN 088
                   OPEN INPUT ARQUIVO-ATUAL-088
               WHEN 106
                   OPEN INPUT ARQUIVO-ATUAL-106
               WHEN 115
                   OPEN INPUT ARQUIVO-ATUAL-115
               WHEN 148
                   OPEN INPUT ARQUIVO-ATUAL-148
               WHEN 200
                   OPEN INPUT ARQUIVO-ATUAL-200
           END-EVALUATE.

       ABRIR-ATUAL-LEITURA-EXIT.
           EXIT.

       ABRIR-ATUAL-GRAVACAO.
           EVALUATE WRK-TAM-REGISTRO
               WHEN 019
                   OPEN OUTPUT ARQUIVO-ATUAL-019
               WHEN 025
                   OPEN OUTPUT ARQUIVO-ATUAL-025
               WHEN 032
                   OPEN OUTPUT ARQUIVO-ATUAL-032
               WHEN 076
                   OPEN OUTPUT ARQUIVO-ATUAL-076
               WHEN 080
                   OPEN OUTPUT ARQUIVO-ATUAL-080
               WHEN 083
                   OPEN OUTPUT ARQUIVO-ATUAL-083
               WHEN 088
                   OPEN OUTPUT ARQUIVO-ATUAL-088
               WHEN 106
                   OPEN OUTPUT ARQUIVO-ATUAL-106
               WHEN 115
                   OPEN OUTPUT ARQUIVO-ATUAL-115
               WHEN 148
                   OPEN OUTPUT ARQUIVO-ATUAL-148
               WHEN 200
                   OPEN OUTPUT ARQUIVO-ATUAL-200
           END-EVALUATE.

       ABRIR-ATUAL-GRAVACAO-EXIT.
           EXIT.

       LER-ATUAL.
           EVALUATE WRK-TAM-REGISTRO
               WHEN 019
                   READ ARQUIVO-ATUAL-019 INTO WRK-REGISTRO
               WHEN 025
                   READ ARQUIVO-ATUAL-025 INTO WRK-REGISTRO
               WHEN 032
                   READ ARQUIVO-ATUAL-032 INTO WRK-REGISTRO
               WHEN 076
                   READ ARQUIVO-ATUAL-076 INTO WRK-REGISTRO
               WHEN 080
                   READ ARQUIVO-ATUAL-080 INTO WRK-REGISTRO
               WHEN 083
                   READ ARQUIVO-ATUAL-083 INTO WRK-REGISTRO
               WHEN 088
                   READ ARQUIVO-ATUAL-088 INTO WRK-REGISTRO
               WHEN 106
                   READ ARQUIVO-ATUAL-106 INTO WRK-REGISTRO
               WHEN 115
                   READ ARQUIVO-ATUAL-115 INTO WRK-REGISTRO
               WHEN 148
                   READ ARQUIVO-ATUAL-148 INTO WRK-REGISTRO
               WHEN 200
                   READ ARQUIVO-ATUAL-200 INTO WRK-REGISTRO
           END-EVALUATE.

       LER-ATUAL-EXIT.
           EXIT.

       GRAVAR-ATUAL.
           EVALUATE WRK-TAM-REGISTRO
               WHEN 019
                   WRITE REG-ATUAL-019 FROM WRK-REGISTRO
               WHEN 025
                   WRITE REG-ATUAL-025 FROM WRK-REGISTRO
               WHEN 032
                   WRITE REG-ATUAL-032 FROM WRK-REGISTRO
               WHEN 076
                   WRITE REG-ATUAL-076 FROM WRK-REGISTRO
               WHEN 080
                   WRITE REG-ATUAL-080 FROM WRK-REGISTRO
               WHEN 083
                   WRITE REG-ATUAL-083 FROM WRK-REGISTRO
               WHEN 088
                   WRITE REG-ATUAL-088 FROM WRK-REGISTRO
               WHEN 106
                   WRITE REG-ATUAL-106 FROM WRK-REGISTRO
               WHEN 115
                   WRITE REG-ATUAL-115 FROM WRK-REGISTRO
               WHEN 148
                   WRITE REG-ATUAL-148 FROM WRK-REGISTRO
               WHEN 200
                   WRITE REG-ATUAL-200 FROM WRK-REGISTRO
           END-EVALUATE.

       GRAVAR-ATUAL-EXIT.
           EXIT.

       FECHAR-ATUAL.
           EVALUATE WRK-TAM-REGISTRO
               WHEN 019
                   CLOSE ARQUIVO-ATUAL-019
               WHEN 025
                   CLOSE ARQUIVO-ATUAL-025
               WHEN 032
                   CLOSE ARQUIVO-ATUAL-032
               WHEN 076
                   CLOSE ARQUIVO-ATUAL-076
               WHEN 080
                   CLOSE ARQUIVO-ATUAL-080
               WHEN 083
                   CLOSE ARQUIVO-ATUAL-083
               WHEN 088
                   CLOSE ARQUIVO-ATUAL-088
               WHEN 106
                   CLOSE ARQUIVO-ATUAL-106
               WHEN 115
                   CLOSE ARQUIVO-ATUAL-115
               WHEN 148
                   CLOSE ARQUIVO-ATUAL-148
               WHEN 200
                   CLOSE ARQUIVO-ATUAL-200
           END-EVALUATE.

       FECHAR-ATUAL-EXIT.
           EXIT.

       ABRIR-ANTES-LEITURA.
           EVALUATE WRK-TAM-REGISTRO
               WHEN 019
                   OPEN INPUT ARQUIVO-ANTERIOR-019
               WHEN 025
                   OPEN INPUT ARQUIVO-ANTERIOR-025
               WHEN 032
                   OPEN INPUT ARQUIVO-ANTERIOR-032
               WHEN 076
                   OPEN INPUT ARQUIVO-ANTERIOR-076
               WHEN 080
                   OPEN INPUT ARQUIVO-ANTERIOR-080
               WHEN 083
                   OPEN INPUT ARQUIVO-ANTERIOR-083
               WHEN 088
                   OPEN INPUT ARQUIVO-ANTERIOR-088
               WHEN 106
                   OPEN INPUT ARQUIVO-ANTERIOR-106
               WHEN 115
                   OPEN INPUT ARQUIVO-ANTERIOR-115
               WHEN 148
                   OPEN INPUT ARQUIVO-ANTERIOR-148
               WHEN 200
                   OPEN INPUT ARQUIVO-ANTERIOR-200
           END-EVALUATE.

       ABRIR-ANTES-LEITURA-EXIT.
           EXIT.

       ABRIR-ANTES-GRAVACAO.
           EVALUATE WRK-TAM-REGISTRO
               WHEN 019
                   OPEN OUTPUT ARQUIVO-ANTERIOR-019
               WHEN 025
                   OPEN OUTPUT ARQUIVO-ANTERIOR-025
               WHEN 032
                   OPEN OUTPUT ARQUIVO-ANTERIOR-032
               WHEN 076
                   OPEN OUTPUT ARQUIVO-ANTERIOR-076
               WHEN 080
                   OPEN OUTPUT ARQUIVO-ANTERIOR-080
               WHEN 083
                   OPEN OUTPUT ARQUIVO-ANTERIOR-083
               WHEN 088
                   OPEN OUTPUT ARQUIVO-ANTERIOR-088
               WHEN 106
                   OPEN OUTPUT ARQUIVO-ANTERIOR-106
               WHEN 115
                   OPEN OUTPUT ARQUIVO-ANTERIOR-115
               WHEN 148
                   OPEN OUTPUT ARQUIVO-ANTERIOR-148
               WHEN 200
                   OPEN OUTPUT ARQUIVO-ANTERIOR-200
           END-EVALUATE.

       ABRIR-ANTES-GRAVACAO-EXIT.
           EXIT.

       LER-ANTES.
           EVALUATE WRK-TAM-REGISTRO
               WHEN 019
                   READ ARQUIVO-ANTERIOR-019 INTO WRK-REGISTRO
               WHEN 025
                   READ ARQUIVO-ANTERIOR-025 INTO WRK-REGISTRO
               WHEN 032
                   READ ARQUIVO-ANTERIOR-032 INTO WRK-REGISTRO
               WHEN 076
                   READ ARQUIVO-ANTERIOR-076 INTO WRK-REGISTRO
               WHEN 080
                   READ ARQUIVO-ANTERIOR-080 INTO WRK-REGISTRO
               WHEN 083
                   READ ARQUIVO-ANTERIOR-083 INTO WRK-REGISTRO
               WHEN 088
                   READ ARQUIVO-ANTERIOR-088 INTO WRK-REGISTRO
               WHEN 106
                   READ ARQUIVO-ANTERIOR-106 INTO WRK-REGISTRO
               WHEN 115
                   READ ARQUIVO-ANTERIOR-115 INTO WRK-REGISTRO
               WHEN 148
                   READ ARQUIVO-ANTERIOR-148 INTO WRK-REGISTRO
               WHEN 200
                   READ ARQUIVO-ANTERIOR-200 INTO WRK-REGISTRO
           END-EVALUATE.

       LER-ANTES-EXIT.
           EXIT.

       GRAVAR-ANTES.
           EVALUATE WRK-TAM-REGISTRO
               WHEN 019
                   WRITE REG-ANTES-019 FROM WRK-REGISTRO
               WHEN 025
                   WRITE REG-ANTES-025 FROM WRK-REGISTRO
               WHEN 032
                   WRITE REG-ANTES-032 FROM WRK-REGISTRO
               WHEN 076
                   WRITE REG-ANTES-076 FROM WRK-REGISTRO
               WHEN 080
                   WRITE REG-ANTES-080 FROM WRK-REGISTRO
               WHEN 083
                   WRITE REG-ANTES-083 FROM WRK-REGISTRO
               WHEN 088
                   WRITE REG-ANTES-088 FROM WRK-REGISTRO
               WHEN 106
                   WRITE REG-ANTES-106 FROM WRK-REGISTRO
               WHEN 115
                   WRITE REG-ANTES-115 FROM WRK-REGISTRO
               WHEN 148
                   WRITE REG-ANTES-148 FROM WRK-REGISTRO
               WHEN 200
                   WRITE REG-ANTES-200 FROM WRK-REGISTRO
           END-EVALUATE.

       GRAVAR-ANTES-EXIT.
           EXIT.

       FECHAR-ANTES.
           EVALUATE WRK-TAM-REGISTRO
               WHEN 019
                   CLOSE ARQUIVO-ANTERIOR-019
               WHEN 025
                   CLOSE ARQUIVO-ANTERIOR-025
               WHEN 032
                   CLOSE ARQUIVO-ANTERIOR-032
               WHEN 076
                   CLOSE ARQUIVO-ANTERIOR-076
               WHEN 080
                   CLOSE ARQUIVO-ANTERIOR-080
               WHEN 083
                   CLOSE ARQUIVO-ANTERIOR-083
               WHEN 088
                   CLOSE ARQUIVO-ANTERIOR-088
               WHEN 106
                   CLOSE ARQUIVO-ANTERIOR-106
               WHEN 115
                   CLOSE ARQUIVO-ANTERIOR-115
               WHEN 148
                   CLOSE ARQUIVO-ANTERIOR-148
               WHEN 200
                   CLOSE ARQUIVO-ANTERIOR-200
           END-EVALUATE.

       FECHAR-ANTES-EXIT.
           EXIT.

           COPY 'RUNDATEP.CPY'.
           COPY 'RPTHDRP.CPY'.
           COPY 'PARAMETROSP.CPY'.
