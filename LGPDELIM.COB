       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGPDELIM.
      **********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = KIVIA(ALURA) KIVIAAL
      *OBJETIVO: PEDIDO DE ELIMINACAO DO TITULAR (LGPD) - RECEBE
      *UM CPF E PRIMEIRO VERIFICA AS RETENCOES LEGAIS: CONTA DE
      *INVESTIMENTO ABERTA (COMO TITULAR OU COTITULAR) OU
      *ENCERRADA HA MENOS DE LGPD-CARENCIA MESES (PARAMETROS,
      *PADRAO 6), BLOQUEIO JUDICIAL ATIVO NAS CONTAS, PARCELA
      *ABERTA NO RECEB E ALUNO VINCULADO COM MENSALIDADE EM
      *ABERTO. COM QUALQUER IMPEDIMENTO NADA E ALTERADO. SEM
      *IMPEDIMENTO, E COM A APROVACAO DE UM SUPERVISOR NA FILA DE
      *QUATRO OLHOS (TIPO LGPD, APROVREV), ANONIMIZA A PESSOA NO
      *CADASTRO-CLIENTE (COM JORNAL CLIJRN), NO ARQUIVO MORTO
      *CLIARQ, NO CLICOMP, NO CLIHIST, NOS CONTATOS CLICONT, NA
      *EXTRACAO DE MARKETING CLIEXT E NOS DADOS DE RESPONSAVEL DO
      *ALUNMST. OS REGISTROS CONTABEIS E FISCAIS (INVLEDG,
      *COTITUL, RECEB E, PELA CONTA, O INVMOV) FICAM INTACTOS,
      *SO COM O CPF TROCADO POR UM PSEUDONIMO (999 + NUMERO DO
      *PEDIDO + DIGITOS QUE NUNCA FORMAM CPF VALIDO); A GUARDA
      *FISCAL DOS MOVIMENTOS E LGPD-GUARDA-FISC MESES (PADRAO 60)
      *APOS O ULTIMO. IMPRIME O CERTIFICADO LGPDCERT COM O QUE
      *FOI ELIMINADO OU RETIDO E POR QUE, E ACRESCENTA CADA
      *PEDIDO E SUA DECISAO AO REGISTRO LGPDREG E AO AUDIT-TRAIL.
      *DATA   = 02/06/22
      *HISTORICO DE ALTERACOES
      *03/06/22 KA SALDO (PONTSALD) E MOVIMENTOS (PONTMOV) DO
      *PROGRAMA DE PONTOS FICAM RETIDOS COMO REGISTRO DO PASSIVO,
      *COM O CPF TROCADO PELO PSEUDONIMO
      *05/06/22 KA SEGMENTO CORRENTE (SEGCLI) E HISTORICO DE
      *SEGMENTOS (SEGHIST) DO TITULAR SAO EXCLUIDOS - PERFIL DE
      *MARKETING SEM OBRIGACAO DE GUARDA
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

           SELECT CLIENTES-ARQUIVO ASSIGN TO "CLIARQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-ARQ-STATUS.

           SELECT COMPRAS-CLIENTE ASSIGN TO "CLICOMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CCOMP-CHAVE
               FILE STATUS IS WRK-CCOMP-STATUS.

           SELECT HISTORICO-CLIENTE ASSIGN TO "CLIHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-HIS-STATUS.

           SELECT CONTATOS-CLIENTE ASSIGN TO "CLICONT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTT-CHAVE
               FILE STATUS IS WRK-CTT-STATUS.

           SELECT EXTRACAO-CLIENTES ASSIGN TO "CLIEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-EXT-STATUS.

           SELECT INVESTIMENTO-LEDGER ASSIGN TO "INVLEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDGER-CONTA
               FILE STATUS IS WRK-LEDGER-STATUS.

           SELECT INVESTIMENTO-MOVIMENTOS ASSIGN TO "INVMOV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOV-CHAVE
               FILE STATUS IS WRK-MOV-STATUS.

           SELECT COTITULARES ASSIGN TO "COTITUL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COT-CHAVE
               ALTERNATE RECORD KEY IS COT-CPF
                   WITH DUPLICATES
               FILE STATUS IS WRK-COT-STATUS.

           SELECT BLOQUEIOS-JUDICIAIS ASSIGN TO "BLOQJUD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BLJ-CHAVE
               FILE STATUS IS WRK-BLJ-STATUS.

           SELECT CONTAS-RECEBER ASSIGN TO "RECEB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-CHAVE
               FILE STATUS IS WRK-REC-STATUS.

           SELECT PONTOS-SALDO ASSIGN TO "PONTSALD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTS-CPF
               FILE STATUS IS WRK-PTS-STATUS.

           SELECT PONTOS-MOVIMENTOS ASSIGN TO "PONTMOV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTM-CHAVE
               FILE STATUS IS WRK-PTM-STATUS.

           SELECT SEGMENTO-CLIENTE ASSIGN TO "SEGCLI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEGC-CPF
               FILE STATUS IS WRK-SEGC-STATUS.

           SELECT SEGMENTO-HISTORICO ASSIGN TO "SEGHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEGH-CHAVE
               FILE STATUS IS WRK-SEGH-STATUS.

           SELECT ALUNO-MASTER ASSIGN TO "ALUNMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALUN-MATRICULA
               FILE STATUS IS WRK-ALUN-STATUS.

           SELECT MENSALIDADES ASSIGN TO "MENSAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MENS-CHAVE
               FILE STATUS IS WRK-MENS-STATUS.

           SELECT REGISTRO-LGPD ASSIGN TO "LGPDREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-LGPR-STATUS.

           SELECT CERTIFICADO-LGPD ASSIGN TO "LGPDCERT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-CERT-STATUS.

           SELECT PARAMETROS ASSIGN TO "PARAMETR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARM-CHAVE
               FILE STATUS IS PARM-WS-STATUS.

           SELECT AUDIT-TRAIL ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUD-WS-STATUS.

           SELECT OPERADOR-SESSAO ASSIGN TO "OPERSESS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SES-WS-STATUS.

           SELECT PENDENCIAS-APROVACAO ASSIGN TO "APROVPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APR-ID
               FILE STATUS IS APRV-WS-STATUS.

           SELECT JORNAL-CLIENTE ASSIGN TO "CLIJRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CJR-WS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CADASTRO-CLIENTE.
           COPY 'CLIREG.CPY'.

       FD  CLIENTES-ARQUIVO.
           COPY 'CLIARQ.CPY'.

       FD  COMPRAS-CLIENTE.
           COPY 'CLICOMP.CPY'.

       FD  HISTORICO-CLIENTE.
           COPY 'CLIHIST.CPY'.

       FD  CONTATOS-CLIENTE.
           COPY 'CLICONT.CPY'.

       FD  EXTRACAO-CLIENTES.
       01  LINHA-EXTRACAO       PIC X(120).

       FD  INVESTIMENTO-LEDGER.
           COPY 'LEDGER.CPY'.

       FD  INVESTIMENTO-MOVIMENTOS.
           COPY 'INVMOV.CPY'.

       FD  COTITULARES.
           COPY 'COTITUL.CPY'.

       FD  BLOQUEIOS-JUDICIAIS.
           COPY 'BLOQJUD.CPY'.

       FD  CONTAS-RECEBER.
           COPY 'RECEB.CPY'.

       FD  PONTOS-SALDO.
           COPY 'PONTSALD.CPY'.

       FD  PONTOS-MOVIMENTOS.
           COPY 'PONTMOV.CPY'.

       FD  SEGMENTO-CLIENTE.
           COPY 'SEGCLI.CPY'.

       FD  SEGMENTO-HISTORICO.
           COPY 'SEGHIST.CPY'.

       FD  ALUNO-MASTER.
           COPY 'ALUNMST.CPY'.

       FD  MENSALIDADES.
           COPY 'MENSAL.CPY'.

       FD  REGISTRO-LGPD.
           COPY 'LGPDREG.CPY'.

       FD  CERTIFICADO-LGPD.
       01  LINHA-CERTIFICADO    PIC X(80).

       FD  PARAMETROS.
           COPY 'PARAMETROS.CPY'.

       FD  AUDIT-TRAIL.
           COPY 'AUDITLOG.CPY'.

       FD  OPERADOR-SESSAO.
           COPY 'OPERSESS.CPY'.

       FD  PENDENCIAS-APROVACAO.
           COPY 'APROV.CPY'.

       FD  JORNAL-CLIENTE.
           COPY 'CLIJRN.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'AUDITWS.CPY'.
           COPY 'OPERSESW.CPY'.
           COPY 'APROVW.CPY'.
           COPY 'PARAMETROSW.CPY'.
           COPY 'CLIJRNW.CPY'.
       77 WRK-CLI-STATUS PIC X(02) VALUE ZEROS.
           88 CLI-OK VALUE '00'.
           88 CLI-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-ARQ-STATUS PIC X(02) VALUE ZEROS.
           88 ARQ-FIM VALUE '10'.
           88 ARQ-NAO-ENCONTRADO VALUE '35'.
       77 WRK-CCOMP-STATUS PIC X(02) VALUE ZEROS.
           88 CCOMP-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-SEGC-STATUS PIC X(02) VALUE ZEROS.
           88 SEGC-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-SEGH-STATUS PIC X(02) VALUE ZEROS.
           88 SEGH-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-HIS-STATUS PIC X(02) VALUE ZEROS.
           88 HIS-FIM VALUE '10'.
           88 HIS-NAO-ENCONTRADO VALUE '35'.
       77 WRK-CTT-STATUS PIC X(02) VALUE ZEROS.
           88 CTT-ARQ-AUSENTE VALUE '23' '35'.
       77 WRK-EXT-STATUS PIC X(02) VALUE ZEROS.
           88 EXT-FIM VALUE '10'.
           88 EXT-NAO-ENCONTRADO VALUE '35'.
       77 WRK-LEDGER-STATUS PIC X(02) VALUE ZEROS.
           88 LEDGER-FIM VALUE '10'.
           88 LEDGER-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-MOV-STATUS PIC X(02) VALUE ZEROS.
           88 MOV-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-COT-STATUS PIC X(02) VALUE ZEROS.
           88 COT-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-BLJ-STATUS PIC X(02) VALUE ZEROS.
           88 BLJ-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-REC-STATUS PIC X(02) VALUE ZEROS.
           88 REC-FIM VALUE '10'.
           88 REC-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-PTS-STATUS PIC X(02) VALUE ZEROS.
           88 PTS-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-PTM-STATUS PIC X(02) VALUE ZEROS.
           88 PTM-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-ALUN-STATUS PIC X(02) VALUE ZEROS.
           88 ALUN-FIM VALUE '10'.
           88 ALUN-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-MENS-STATUS PIC X(02) VALUE ZEROS.
           88 MENS-NAO-ENCONTRADA VALUE '23' '35'.
       77 WRK-LGPR-STATUS PIC X(02) VALUE ZEROS.
           88 LGPR-FIM VALUE '10'.
           88 LGPR-NAO-ENCONTRADO VALUE '35'.
       77 WRK-CERT-STATUS PIC X(02) VALUE ZEROS.

       77 WRK-PEDIDO-VALIDO PIC X(01) VALUE 'N'.
           88 PEDIDO-VALIDO VALUE 'S'.
       77 WRK-CADASTRO-ABERTO PIC X(01) VALUE 'N'.
           88 CADASTRO-ABERTO VALUE 'S'.
       77 WRK-FIM-VARREDURA PIC X(01) VALUE 'N'.
           88 VARREDURA-FIM VALUE 'S'.
       77 WRK-CONFIRMA PIC X(01) VALUE SPACES.
           88 CONFIRMADO VALUE 'S'.
       77 WRK-CONTA-REPETIDA PIC X(01) VALUE 'N'.
           88 CONTA-REPETIDA VALUE 'S'.

       77 WRK-CPF-ENT PIC X(11) VALUE SPACES.
       77 WRK-CPF PIC 9(11) VALUE ZEROS.
       77 WRK-CPF-ED PIC *********/99 VALUE ZEROS.
       77 WRK-CPF-NUMERICO PIC X(01) VALUE 'N'.
           88 CPF-NUMERICO VALUE 'S'.
       77 WRK-PSEUDONIMO PIC 9(11) VALUE ZEROS.
       77 WRK-PSEUDO-ED PIC 9(09)/99 VALUE ZEROS.
       77 WRK-PSEUDO-DV PIC 9(03) VALUE ZEROS.
       77 WRK-PSEUDO-VALIDO PIC X(01) VALUE 'N'.
           88 PSEUDO-CPF-VALIDO VALUE 'S'.
       77 WRK-PSEUDO-LIVRE PIC X(01) VALUE 'N'.
           88 PSEUDONIMO-LIVRE VALUE 'S'.
       77 WRK-NOME-ORIGINAL PIC X(20) VALUE SPACES.
       77 WRK-CPF-ULT2 PIC 9(02) VALUE ZEROS.
       77 WRK-EXT-PREFIXO PIC X(40) VALUE SPACES.
       77 WRK-EXT-TAMANHO PIC 9(03) VALUE ZEROS.
       77 WRK-EXT-PONTEIRO PIC 9(03) VALUE ZEROS.

      *PRAZOS (PARAMETROS LGPD-CARENCIA E LGPD-GUARDA-FISC)
       77 WRK-MESES-CARENCIA PIC 9(03) VALUE 6.
       77 WRK-MESES-GUARDA PIC 9(03) VALUE 60.
       77 WRK-ANOMES-HOJE PIC 9(06) VALUE ZEROS.
       77 WRK-ANOMES-BASE PIC 9(06) VALUE ZEROS.
       77 WRK-ANOMES-RESULT PIC 9(06) VALUE ZEROS.
       77 WRK-MESES-SOMAR PIC 9(03) VALUE ZEROS.
       77 WRK-MESES-TOTAL PIC 9(07) VALUE ZEROS.
       77 WRK-ANO-CALC PIC 9(04) VALUE ZEROS.
       77 WRK-MES-CALC PIC 9(02) VALUE ZEROS.
       77 WRK-ANOMES-ED PIC 9(04)/99 VALUE ZEROS.
       77 WRK-ULTIMO-MOV PIC 9(08) VALUE ZEROS.

      *IMPEDIMENTOS E QUANTIDADES
       77 WRK-MOTIVO PIC X(60) VALUE SPACES.
       77 WRK-QTD-IMPEDIMENTOS PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-NO-CADASTRO PIC 9(01) VALUE ZEROS.
       77 WRK-QTD-ARQUIVADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-CONTAS PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-COTITULAR PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-MOVIMENTOS PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-PARCELAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-PARC-ABERTAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-ALUNOS PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-MENS-ABERTAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-ANONIMIZADOS PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-PSEUDONIMOS PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-ARQUIVO PIC 9(07) VALUE ZEROS.
       77 WRK-IND PIC 9(03) VALUE ZEROS.
       77 WRK-IND-BUSCA PIC 9(03) VALUE ZEROS.
       77 WRK-CONTA-ED PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-ED PIC ZZZZZZ9 VALUE ZEROS.
       77 WRK-MATRICULA PIC 9(06) VALUE ZEROS.

      *CONTAS DO TITULAR (T) E AS QUE ELE E COTITULAR (C), COM
      *OS MOVIMENTOS DE CADA UMA NO INVMOV
       01 TAB-CONTAS-TITULAR.
           05 TAB-CTA OCCURS 50 TIMES.
               10 TAB-CTA-NUM      PIC 9(06).
               10 TAB-CTA-PAPEL    PIC X(01).
               10 TAB-CTA-QTD-MOV  PIC 9(05).

      *ALUNOS CUJO RESPONSAVEL FINANCEIRO E O TITULAR
       01 TAB-ALUNOS-TITULAR.
           05 TAB-ALU-MATRICULA OCCURS 20 TIMES PIC 9(06).

      *IMAGENS SALVAS PARA REGRAVAR COM A CHAVE DO PSEUDONIMO
       01 WRK-COMPRA-SALVA       PIC X(51).
       01 WRK-CONTATO-SALVO      PIC X(154).
       01 WRK-COTITULAR-SALVO    PIC X(39).
       01 WRK-PONTOS-SALVO       PIC X(78).
       01 WRK-PONTOS-MOV-SALVO   PIC X(90).
           COPY 'RUNDATE.CPY'.
           COPY 'RPTHDR.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0002-INICIALIZAR THRU 0002-INICIALIZAR-EXIT.
           IF PEDIDO-VALIDO
               IF WRK-QTD-NO-CADASTRO > ZEROS
                  OR WRK-QTD-ARQUIVADOS > ZEROS
                   PERFORM 0003-VERIFICAR-RETENCOES
               END-IF
               PERFORM 0004-DECIDIR THRU 0004-DECIDIR-EXIT
               PERFORM IMPRIMIR-DECISAO
               IF LGPR-ELIMINADO
                   PERFORM 0005-ELIMINAR-DADOS
               END-IF
               PERFORM 0006-REGISTRAR-PEDIDO
           END-IF.
           PERFORM 0007-FINALIZAR.

           STOP RUN.

      *----------------------------------------------------------*
      * 0002-INICIALIZAR                                          *
      * EXIGE OPERADOR ASSINADO, LE OS PRAZOS, ACEITA O CPF,      *
      * PROCURA A PESSOA NO CADASTRO E NO ARQUIVO MORTO, NUMERA O *
      * PEDIDO PELO REGISTRO LGPDREG E ABRE O CERTIFICADO.        *
      *----------------------------------------------------------*
       0002-INICIALIZAR.
           PERFORM OBTER-DATA-EXECUCAO.
           DISPLAY 'LGPDELIM' '   DATA: ' RUNDATE-HOJE-ED.
           DISPLAY 'PEDIDO DE ELIMINACAO DE DADOS DO TITULAR (LGPD)'.
           COMPUTE WRK-ANOMES-HOJE = RUNDATE-HOJE / 100.
           PERFORM OBTER-OPERADOR-SESSAO.
           IF AUD-WS-OPERADOR = SPACES
               DISPLAY 'SEM SESSAO ASSINADA - ASSINE NO '
                       'MENU-PRINCIPAL ANTES DE REGISTRAR O PEDIDO.'
               GO TO 0002-INICIALIZAR-EXIT
           END-IF.

           MOVE 'LGPD-CARENCIA' TO PARM-CODIGO.
           PERFORM LER-PARAMETRO.
           IF PARM-VALOR > ZEROS
               MOVE PARM-VALOR TO WRK-MESES-CARENCIA
           END-IF.
           MOVE 'LGPD-GUARDA-FISC' TO PARM-CODIGO.
           PERFORM LER-PARAMETRO.
           IF PARM-VALOR > ZEROS
               MOVE PARM-VALOR TO WRK-MESES-GUARDA
           END-IF.
           PERFORM FECHAR-PARAMETROS.

           DISPLAY 'CPF DO TITULAR'.
           ACCEPT WRK-CPF-ENT FROM CONSOLE.
           CALL 'VALIDNUM' USING WRK-CPF-ENT WRK-CPF-NUMERICO.
           IF NOT CPF-NUMERICO
               DISPLAY 'ENTRADA INVALIDA.'
               GO TO 0002-INICIALIZAR-EXIT
           END-IF.
           MOVE FUNCTION TRIM(WRK-CPF-ENT) TO WRK-CPF.
           MOVE WRK-CPF TO WRK-CPF-ED.
           SET PEDIDO-VALIDO TO TRUE.

           OPEN INPUT CADASTRO-CLIENTE.
           IF NOT CLI-NAO-ENCONTRADO
               MOVE WRK-CPF TO REG-CPF
               READ CADASTRO-CLIENTE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO WRK-QTD-NO-CADASTRO
                       MOVE REG-NOME TO WRK-NOME-ORIGINAL
               END-READ
               CLOSE CADASTRO-CLIENTE
           END-IF.
           OPEN INPUT CLIENTES-ARQUIVO.
           IF NOT ARQ-NAO-ENCONTRADO
               READ CLIENTES-ARQUIVO
                   AT END
                       SET ARQ-FIM TO TRUE
               END-READ
               PERFORM CONTAR-ARQUIVADO UNTIL ARQ-FIM
               CLOSE CLIENTES-ARQUIVO
           END-IF.

           MOVE ZEROS TO LGPR-PEDIDO.
           OPEN INPUT REGISTRO-LGPD.
           IF NOT LGPR-NAO-ENCONTRADO
               PERFORM LER-REGISTRO-LGPD UNTIL LGPR-FIM
               CLOSE REGISTRO-LGPD
           END-IF.
           ADD 1 TO WRK-QTD-ARQUIVO GIVING LGPR-PEDIDO.

           OPEN OUTPUT CERTIFICADO-LGPD.
           MOVE 'CERTIFICADO DE ELIMINACAO DE DADOS (LGPD)'
               TO RPT-HDR-TITULO.
           PERFORM MONTAR-CABECALHO-RELATORIO.
           MOVE RPT-HDR-LINHA TO LINHA-CERTIFICADO.
           WRITE LINHA-CERTIFICADO.
           MOVE SPACES TO LINHA-CERTIFICADO.
           STRING 'PEDIDO ' DELIMITED BY SIZE
                  LGPR-PEDIDO DELIMITED BY SIZE
                  '  TITULAR (CPF): ' DELIMITED BY SIZE
                  WRK-CPF-ED DELIMITED BY SIZE
                  '  OPERADOR: ' DELIMITED BY SIZE
                  AUD-WS-OPERADOR DELIMITED BY SIZE
                  INTO LINHA-CERTIFICADO.
           WRITE LINHA-CERTIFICADO.

       0002-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 0003-VERIFICAR-RETENCOES                                  *
      * SECAO 1 DO CERTIFICADO: CADA RETENCAO LEGAL ENCONTRADA    *
      * VIRA UM IMPEDIMENTO; A GUARDA FISCAL DOS MOVIMENTOS NAO   *
      * IMPEDE, SO FAZ O INVMOV FICAR RETIDO PSEUDONIMIZADO.      *
      *----------------------------------------------------------*
       0003-VERIFICAR-RETENCOES.
           PERFORM IMPRIMIR-SECAO-TITULO.
           MOVE '1. VERIFICACAO DE RETENCOES LEGAIS'
               TO LINHA-CERTIFICADO.
           WRITE LINHA-CERTIFICADO.
           MOVE ZEROS TO LGPR-FIM-GUARDA.
           PERFORM VERIFICAR-CONTAS.
           PERFORM VERIFICAR-RECEBIVEIS.
           PERFORM VERIFICAR-ALUNOS.
           IF WRK-QTD-IMPEDIMENTOS = ZEROS
               MOVE 'NENHUM IMPEDIMENTO LEGAL ENCONTRADO.'
                   TO LINHA-CERTIFICADO
               WRITE LINHA-CERTIFICADO
           END-IF.
           IF WRK-QTD-MOVIMENTOS > ZEROS
               MOVE LGPR-FIM-GUARDA TO WRK-ANOMES-ED
               MOVE SPACES TO LINHA-CERTIFICADO
               STRING 'GUARDA FISCAL DOS MOVIMENTOS DE INVESTIMENTO'
                          DELIMITED BY SIZE
                      ' ATE ' DELIMITED BY SIZE
                      WRK-ANOMES-ED DELIMITED BY SIZE
                      ' (RETIDOS)' DELIMITED BY SIZE
                      INTO LINHA-CERTIFICADO
               WRITE LINHA-CERTIFICADO
           END-IF.

      *----------------------------------------------------------*
      * 0004-DECIDIR                                              *
      * SEM DADOS OU COM IMPEDIMENTO A DECISAO JA ESTA TOMADA;    *
      * SENAO PEDE CONFIRMACAO E PASSA PELO QUATRO OLHOS - SEM    *
      * APROVACAO DE SUPERVISOR O PEDIDO FICA NA FILA (APROVREV)  *
      * E NADA E ALTERADO.                                        *
      *----------------------------------------------------------*
       0004-DECIDIR.
           MOVE ZEROS TO LGPR-PSEUDONIMO.
           IF WRK-QTD-NO-CADASTRO = ZEROS
              AND WRK-QTD-ARQUIVADOS = ZEROS
               SET LGPR-INEXISTENTE TO TRUE
               GO TO 0004-DECIDIR-EXIT
           END-IF.
           IF WRK-QTD-IMPEDIMENTOS > ZEROS
               SET LGPR-RETIDO TO TRUE
               GO TO 0004-DECIDIR-EXIT
           END-IF.
           DISPLAY 'NENHUM IMPEDIMENTO LEGAL. CONFIRMA A ELIMINACAO '
                   'DEFINITIVA DOS DADOS DO TITULAR (S/N)'.
           ACCEPT WRK-CONFIRMA FROM CONSOLE.
           IF NOT CONFIRMADO
               SET LGPR-CANCELADO TO TRUE
               GO TO 0004-DECIDIR-EXIT
           END-IF.
           MOVE 'LGPD' TO APRV-WS-TIPO.
           MOVE SPACES TO APRV-WS-DADOS.
           MOVE WRK-CPF TO APRV-WS-DADOS(1:11).
           PERFORM CONSULTAR-APROVACAO.
           IF NOT APROVACAO-DISPONIVEL
               IF APRV-JA-PENDENTE
                   DISPLAY 'PEDIDO JA ESTA NA FILA DE APROVACOES - '
                           'AGUARDA A DECISAO DO SUPERVISOR.'
               ELSE
                   PERFORM ENFILEIRAR-APROVACAO
               END-IF
               SET LGPR-AGUARDA TO TRUE
               GO TO 0004-DECIDIR-EXIT
           END-IF.
           SET LGPR-ELIMINADO TO TRUE.

       0004-DECIDIR-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 0005-ELIMINAR-DADOS                                       *
      * SECOES 3 E 4 DO CERTIFICADO: ANONIMIZA OS DADOS PESSOAIS  *
      * E TROCA O CPF PELO PSEUDONIMO NOS REGISTROS RETIDOS.      *
      *----------------------------------------------------------*
       0005-ELIMINAR-DADOS.
           OPEN I-O CADASTRO-CLIENTE.
           IF NOT CLI-NAO-ENCONTRADO
               SET CADASTRO-ABERTO TO TRUE
           END-IF.
           PERFORM GERAR-PSEUDONIMO.
           MOVE WRK-PSEUDONIMO TO LGPR-PSEUDONIMO.

           PERFORM IMPRIMIR-SECAO-TITULO.
           MOVE '3. DADOS ELIMINADOS (ANONIMIZADOS)'
               TO LINHA-CERTIFICADO.
           WRITE LINHA-CERTIFICADO.
           PERFORM ANONIMIZAR-CADASTRO.
           PERFORM ANONIMIZAR-ARQUIVO-MORTO.
           PERFORM ANONIMIZAR-COMPRAS.
           PERFORM ELIMINAR-SEGMENTOS.
           PERFORM ANONIMIZAR-HISTORICO.
           PERFORM ANONIMIZAR-CONTATOS.
           PERFORM ANONIMIZAR-EXTRACAO.
           PERFORM ANONIMIZAR-RESPONSAVEL.
           IF CADASTRO-ABERTO
               CLOSE CADASTRO-CLIENTE
           END-IF.

           PERFORM IMPRIMIR-SECAO-TITULO.
           MOVE '4. DADOS RETIDOS (PSEUDONIMIZADOS) E MOTIVO'
               TO LINHA-CERTIFICADO.
           WRITE LINHA-CERTIFICADO.
           PERFORM PSEUDONIMIZAR-CONTAS.
           PERFORM PSEUDONIMIZAR-RECEBIVEIS.
           PERFORM PSEUDONIMIZAR-PONTOS.
           PERFORM IMPRIMIR-RETIDOS-FIXOS.

      *----------------------------------------------------------*
      * 0006-REGISTRAR-PEDIDO                                     *
      * ACRESCENTA O PEDIDO E A DECISAO AO REGISTRO LGPDREG E AO  *
      * AUDIT-TRAIL (SEM O CPF - O VINCULO FICA SO NO REGISTRO).  *
      *----------------------------------------------------------*
       0006-REGISTRAR-PEDIDO.
           OPEN EXTEND REGISTRO-LGPD.
           IF LGPR-NAO-ENCONTRADO
               OPEN OUTPUT REGISTRO-LGPD
           END-IF.
           ACCEPT LGPR-DATA FROM DATE YYYYMMDD.
           ACCEPT LGPR-HORA FROM TIME.
           MOVE WRK-CPF TO LGPR-CPF.
           MOVE AUD-WS-OPERADOR TO LGPR-OPERADOR.
           MOVE WRK-QTD-IMPEDIMENTOS TO LGPR-QTD-IMPEDIMENTOS.
           MOVE WRK-QTD-ANONIMIZADOS TO LGPR-QTD-ANONIMIZADOS.
           MOVE WRK-QTD-PSEUDONIMOS TO LGPR-QTD-PSEUDONIMOS.
           IF WRK-QTD-IMPEDIMENTOS = ZEROS
               MOVE SPACES TO LGPR-MOTIVO
           END-IF.
           WRITE REG-PEDIDO-LGPD.
           CLOSE REGISTRO-LGPD.

           MOVE 'LGPD-ELIMINACAO' TO AUD-CAMPO.
           MOVE SPACES TO AUD-VALOR.
           STRING 'PEDIDO ' DELIMITED BY SIZE
                  LGPR-PEDIDO DELIMITED BY SIZE
                  ' DECISAO ' DELIMITED BY SIZE
                  LGPR-DECISAO DELIMITED BY SIZE
                  INTO AUD-VALOR.
           PERFORM GRAVAR-AUDITORIA.

       0007-FINALIZAR.
           IF PEDIDO-VALIDO
               PERFORM IMPRIMIR-SECAO-TITULO
               MOVE 'CONFERIDO POR: ______________  DATA: __/__/____'
                   TO LINHA-CERTIFICADO
               WRITE LINHA-CERTIFICADO
               CLOSE CERTIFICADO-LGPD
               DISPLAY 'PEDIDO ' LGPR-PEDIDO ' DECISAO '
                       LGPR-DECISAO ' IMPEDIMENTOS '
                       WRK-QTD-IMPEDIMENTOS
               DISPLAY 'ANONIMIZADOS: ' WRK-QTD-ANONIMIZADOS
                       '  PSEUDONIMIZADOS: ' WRK-QTD-PSEUDONIMOS
               DISPLAY 'CERTIFICADO GRAVADO EM LGPDCERT.'
           END-IF.
           PERFORM FECHAR-JORNAL-CLIENTE.
           PERFORM FECHAR-APROVACOES.
           PERFORM FECHAR-AUDITORIA.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

      *----------------------------------------------------------*
      * IMPRIMIR-SECAO-TITULO                                     *
      * LINHA EM BRANCO E FILETE SEPARADOR ENTRE AS SECOES.       *
      *----------------------------------------------------------*
       IMPRIMIR-SECAO-TITULO.
           MOVE SPACES TO LINHA-CERTIFICADO.
           WRITE LINHA-CERTIFICADO.
           MOVE ALL '-' TO LINHA-CERTIFICADO.
           WRITE LINHA-CERTIFICADO.

       IMPRIMIR-SECAO-TITULO-EXIT.
           EXIT.

       CONTAR-ARQUIVADO.
           IF ARQ-CPF = WRK-CPF
               ADD 1 TO WRK-QTD-ARQUIVADOS
               IF WRK-NOME-ORIGINAL = SPACES
                   MOVE ARQ-NOME TO WRK-NOME-ORIGINAL
               END-IF
           END-IF.
           READ CLIENTES-ARQUIVO
               AT END
                   SET ARQ-FIM TO TRUE
           END-READ.

       CONTAR-ARQUIVADO-EXIT.
           EXIT.

       LER-REGISTRO-LGPD.
           READ REGISTRO-LGPD
               AT END
                   SET LGPR-FIM TO TRUE
           END-READ.
           IF NOT LGPR-FIM
               MOVE LGPR-PEDIDO TO WRK-QTD-ARQUIVO
           END-IF.

       LER-REGISTRO-LGPD-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * REGISTRAR-IMPEDIMENTO                                     *
      * IMPRIME O MOTIVO EM WRK-MOTIVO E GUARDA O PRIMEIRO PARA O *
      * REGISTRO DE PEDIDOS.                                      *
      *----------------------------------------------------------*
       REGISTRAR-IMPEDIMENTO.
           ADD 1 TO WRK-QTD-IMPEDIMENTOS.
           IF WRK-QTD-IMPEDIMENTOS = 1
               MOVE WRK-MOTIVO TO LGPR-MOTIVO
           END-IF.
           MOVE SPACES TO LINHA-CERTIFICADO.
           STRING 'IMPEDIMENTO: ' DELIMITED BY SIZE
                  WRK-MOTIVO DELIMITED BY SIZE
                  INTO LINHA-CERTIFICADO.
           WRITE LINHA-CERTIFICADO.

       REGISTRAR-IMPEDIMENTO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * SOMAR-MESES                                               *
      * WRK-ANOMES-RESULT = WRK-ANOMES-BASE + WRK-MESES-SOMAR.    *
      *----------------------------------------------------------*
       SOMAR-MESES.
           DIVIDE WRK-ANOMES-BASE BY 100 GIVING WRK-ANO-CALC
               REMAINDER WRK-MES-CALC.
           COMPUTE WRK-MESES-TOTAL =
               WRK-ANO-CALC * 12 + WRK-MES-CALC - 1
               + WRK-MESES-SOMAR.
           DIVIDE WRK-MESES-TOTAL BY 12 GIVING WRK-ANO-CALC
               REMAINDER WRK-MES-CALC.
           ADD 1 TO WRK-MES-CALC.
           COMPUTE WRK-ANOMES-RESULT =
               WRK-ANO-CALC * 100 + WRK-MES-CALC.

       SOMAR-MESES-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * VERIFICAR-CONTAS                                          *
      * JUNTA AS CONTAS DO TITULAR (LEDGER-CPF) E AS EM QUE ELE E *
      * COTITULAR (COTITUL) E CONFERE CADA UMA.                   *
      *----------------------------------------------------------*
       VERIFICAR-CONTAS.
           OPEN INPUT INVESTIMENTO-LEDGER.
           IF LEDGER-NAO-ENCONTRADO
               GO TO VERIFICAR-CONTAS-EXIT
           END-IF.
           READ INVESTIMENTO-LEDGER NEXT RECORD
               AT END
                   SET LEDGER-FIM TO TRUE
           END-READ.
           PERFORM COLETAR-CONTA-TITULAR UNTIL LEDGER-FIM.

           OPEN INPUT COTITULARES.
           IF NOT COT-NAO-ENCONTRADO
               MOVE 'N' TO WRK-FIM-VARREDURA
               MOVE WRK-CPF TO COT-CPF
               START COTITULARES KEY IS = COT-CPF
                   INVALID KEY
                       SET VARREDURA-FIM TO TRUE
               END-START
               PERFORM COLETAR-CONTA-COTITULAR UNTIL VARREDURA-FIM
               CLOSE COTITULARES
           END-IF.

           OPEN INPUT INVESTIMENTO-MOVIMENTOS.
           OPEN INPUT BLOQUEIOS-JUDICIAIS.
           PERFORM CONFERIR-CONTA THRU CONFERIR-CONTA-EXIT
               VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > WRK-QTD-CONTAS.
           IF NOT MOV-NAO-ENCONTRADO
               CLOSE INVESTIMENTO-MOVIMENTOS
           END-IF.
           IF NOT BLJ-NAO-ENCONTRADO
               CLOSE BLOQUEIOS-JUDICIAIS
           END-IF.
           CLOSE INVESTIMENTO-LEDGER.

       VERIFICAR-CONTAS-EXIT.
           EXIT.

       COLETAR-CONTA-TITULAR.
           IF LEDGER-CPF = WRK-CPF AND WRK-QTD-CONTAS < 50
               ADD 1 TO WRK-QTD-CONTAS
               MOVE LEDGER-CONTA TO TAB-CTA-NUM(WRK-QTD-CONTAS)
               MOVE 'T' TO TAB-CTA-PAPEL(WRK-QTD-CONTAS)
               MOVE ZEROS TO TAB-CTA-QTD-MOV(WRK-QTD-CONTAS)
           END-IF.
           READ INVESTIMENTO-LEDGER NEXT RECORD
               AT END
                   SET LEDGER-FIM TO TRUE
           END-READ.

       COLETAR-CONTA-TITULAR-EXIT.
           EXIT.

       COLETAR-CONTA-COTITULAR.
           READ COTITULARES NEXT RECORD
               AT END
                   SET VARREDURA-FIM TO TRUE
           END-READ.
           IF NOT VARREDURA-FIM AND COT-CPF NOT = WRK-CPF
               SET VARREDURA-FIM TO TRUE
           END-IF.
           IF NOT VARREDURA-FIM
               ADD 1 TO WRK-QTD-COTITULAR
               MOVE 'N' TO WRK-CONTA-REPETIDA
               PERFORM PROCURAR-CONTA-TABELA
                   VARYING WRK-IND-BUSCA FROM 1 BY 1
                   UNTIL WRK-IND-BUSCA > WRK-QTD-CONTAS
               IF NOT CONTA-REPETIDA AND WRK-QTD-CONTAS < 50
                   ADD 1 TO WRK-QTD-CONTAS
                   MOVE COT-CONTA TO TAB-CTA-NUM(WRK-QTD-CONTAS)
                   MOVE 'C' TO TAB-CTA-PAPEL(WRK-QTD-CONTAS)
                   MOVE ZEROS TO TAB-CTA-QTD-MOV(WRK-QTD-CONTAS)
               END-IF
           END-IF.

       COLETAR-CONTA-COTITULAR-EXIT.
           EXIT.

       PROCURAR-CONTA-TABELA.
           IF TAB-CTA-NUM(WRK-IND-BUSCA) = COT-CONTA
               SET CONTA-REPETIDA TO TRUE
           END-IF.

       PROCURAR-CONTA-TABELA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * CONFERIR-CONTA                                            *
      * CONTA NAO ENCERRADA, ENCERRADA DENTRO DA CARENCIA (PELO   *
      * ULTIMO MOVIMENTO) OU COM BLOQUEIO JUDICIAL ATIVO IMPEDE A *
      * ELIMINACAO. O ULTIMO MOVIMENTO TAMBEM FIXA A GUARDA       *
      * FISCAL.                                                   *
      *----------------------------------------------------------*
       CONFERIR-CONTA.
           MOVE TAB-CTA-NUM(WRK-IND) TO LEDGER-CONTA.
           MOVE TAB-CTA-NUM(WRK-IND) TO WRK-CONTA-ED.
           READ INVESTIMENTO-LEDGER
               INVALID KEY
                   GO TO CONFERIR-CONTA-EXIT
           END-READ.
           MOVE ZEROS TO WRK-ULTIMO-MOV.
           IF NOT MOV-NAO-ENCONTRADO
               MOVE 'N' TO WRK-FIM-VARREDURA
               MOVE LEDGER-CONTA TO MOV-CONTA
               MOVE ZEROS TO MOV-SEQ
               START INVESTIMENTO-MOVIMENTOS KEY IS NOT < MOV-CHAVE
                   INVALID KEY
                       SET VARREDURA-FIM TO TRUE
               END-START
               PERFORM LER-MOVIMENTO-CONTA UNTIL VARREDURA-FIM
           END-IF.
           IF WRK-ULTIMO-MOV > ZEROS
               COMPUTE WRK-ANOMES-BASE = WRK-ULTIMO-MOV / 100
               MOVE WRK-MESES-GUARDA TO WRK-MESES-SOMAR
               PERFORM SOMAR-MESES
               IF WRK-ANOMES-RESULT > LGPR-FIM-GUARDA
                   MOVE WRK-ANOMES-RESULT TO LGPR-FIM-GUARDA
               END-IF
           END-IF.

           IF NOT LEDGER-CONTA-ENCERRADA
               MOVE SPACES TO WRK-MOTIVO
               STRING 'CONTA ' DELIMITED BY SIZE
                      WRK-CONTA-ED DELIMITED BY SIZE
                      ' NAO ENCERRADA (SITUACAO ' DELIMITED BY SIZE
                      LEDGER-SITUACAO DELIMITED BY SIZE
                      ')' DELIMITED BY SIZE
                      INTO WRK-MOTIVO
               PERFORM REGISTRAR-IMPEDIMENTO
           ELSE
               IF WRK-ULTIMO-MOV > ZEROS
                   MOVE WRK-MESES-CARENCIA TO WRK-MESES-SOMAR
                   PERFORM SOMAR-MESES
                   IF WRK-ANOMES-RESULT NOT < WRK-ANOMES-HOJE
                       MOVE WRK-ANOMES-BASE TO WRK-ANOMES-ED
                       MOVE SPACES TO WRK-MOTIVO
                       STRING 'CONTA ' DELIMITED BY SIZE
                              WRK-CONTA-ED DELIMITED BY SIZE
                              ' ENCERRADA EM ' DELIMITED BY SIZE
                              WRK-ANOMES-ED DELIMITED BY SIZE
                              ' - DENTRO DA CARENCIA'
                                  DELIMITED BY SIZE
                              INTO WRK-MOTIVO
                       PERFORM REGISTRAR-IMPEDIMENTO
                   END-IF
               END-IF
           END-IF.

           IF NOT BLJ-NAO-ENCONTRADO
               MOVE 'N' TO WRK-FIM-VARREDURA
               MOVE LEDGER-CONTA TO BLJ-CONTA
               MOVE LOW-VALUES TO BLJ-ORDEM
               START BLOQUEIOS-JUDICIAIS KEY IS NOT < BLJ-CHAVE
                   INVALID KEY
                       SET VARREDURA-FIM TO TRUE
               END-START
               PERFORM LER-BLOQUEIO-CONTA UNTIL VARREDURA-FIM
           END-IF.

       CONFERIR-CONTA-EXIT.
           EXIT.

       LER-MOVIMENTO-CONTA.
           READ INVESTIMENTO-MOVIMENTOS NEXT RECORD
               AT END
                   SET VARREDURA-FIM TO TRUE
           END-READ.
           IF NOT VARREDURA-FIM AND MOV-CONTA NOT = LEDGER-CONTA
               SET VARREDURA-FIM TO TRUE
           END-IF.
           IF NOT VARREDURA-FIM
               ADD 1 TO TAB-CTA-QTD-MOV(WRK-IND)
               ADD 1 TO WRK-QTD-MOVIMENTOS
               IF MOV-DATA > WRK-ULTIMO-MOV
                   MOVE MOV-DATA TO WRK-ULTIMO-MOV
               END-IF
           END-IF.

       LER-MOVIMENTO-CONTA-EXIT.
           EXIT.

       LER-BLOQUEIO-CONTA.
           READ BLOQUEIOS-JUDICIAIS NEXT RECORD
               AT END
                   SET VARREDURA-FIM TO TRUE
           END-READ.
           IF NOT VARREDURA-FIM AND BLJ-CONTA NOT = LEDGER-CONTA
               SET VARREDURA-FIM TO TRUE
           END-IF.
           IF NOT VARREDURA-FIM AND BLJ-ATIVO
               MOVE SPACES TO WRK-MOTIVO
               STRING 'BLOQUEIO JUDICIAL ATIVO NA CONTA '
                          DELIMITED BY SIZE
                      WRK-CONTA-ED DELIMITED BY SIZE
                      ' - ORDEM ' DELIMITED BY SIZE
                      BLJ-ORDEM DELIMITED BY SIZE
                      INTO WRK-MOTIVO
               PERFORM REGISTRAR-IMPEDIMENTO
           END-IF.

       LER-BLOQUEIO-CONTA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * VERIFICAR-RECEBIVEIS                                      *
      * PARCELA ABERTA NO RECEB E DIVIDA AINDA EM COBRANCA.       *
      *----------------------------------------------------------*
       VERIFICAR-RECEBIVEIS.
           OPEN INPUT CONTAS-RECEBER.
           IF REC-NAO-ENCONTRADO
               GO TO VERIFICAR-RECEBIVEIS-EXIT
           END-IF.
           READ CONTAS-RECEBER NEXT RECORD
               AT END
                   SET REC-FIM TO TRUE
           END-READ.
           PERFORM CONTAR-PARCELA UNTIL REC-FIM.
           CLOSE CONTAS-RECEBER.
           IF WRK-QTD-PARC-ABERTAS > ZEROS
               MOVE WRK-QTD-PARC-ABERTAS TO WRK-QTD-ED
               MOVE SPACES TO WRK-MOTIVO
               STRING 'PARCELAS EM ABERTO NO RECEB: ' DELIMITED BY SIZE
                      WRK-QTD-ED DELIMITED BY SIZE
                      INTO WRK-MOTIVO
               PERFORM REGISTRAR-IMPEDIMENTO
           END-IF.

       VERIFICAR-RECEBIVEIS-EXIT.
           EXIT.

       CONTAR-PARCELA.
           IF REC-CPF = WRK-CPF
               ADD 1 TO WRK-QTD-PARCELAS
               IF REC-ABERTA
                   ADD 1 TO WRK-QTD-PARC-ABERTAS
               END-IF
           END-IF.
           READ CONTAS-RECEBER NEXT RECORD
               AT END
                   SET REC-FIM TO TRUE
           END-READ.

       CONTAR-PARCELA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * VERIFICAR-ALUNOS                                          *
      * ALUNO CUJO RESPONSAVEL E O TITULAR, COM MENSALIDADE EM    *
      * ABERTO NO MENSAL.                                         *
      *----------------------------------------------------------*
       VERIFICAR-ALUNOS.
           OPEN INPUT ALUNO-MASTER.
           IF ALUN-NAO-ENCONTRADO
               GO TO VERIFICAR-ALUNOS-EXIT
           END-IF.
           READ ALUNO-MASTER NEXT RECORD
               AT END
                   SET ALUN-FIM TO TRUE
           END-READ.
           PERFORM COLETAR-ALUNO UNTIL ALUN-FIM.
           CLOSE ALUNO-MASTER.
           OPEN INPUT MENSALIDADES.
           IF NOT MENS-NAO-ENCONTRADA
               PERFORM CONFERIR-MENSALIDADES
                   VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QTD-ALUNOS
               CLOSE MENSALIDADES
           END-IF.
           IF WRK-QTD-MENS-ABERTAS > ZEROS
               MOVE WRK-QTD-MENS-ABERTAS TO WRK-QTD-ED
               MOVE SPACES TO WRK-MOTIVO
               STRING 'MENSALIDADES EM ABERTO DE ALUNOS VINCULADOS: '
                          DELIMITED BY SIZE
                      WRK-QTD-ED DELIMITED BY SIZE
                      INTO WRK-MOTIVO
               PERFORM REGISTRAR-IMPEDIMENTO
           END-IF.

       VERIFICAR-ALUNOS-EXIT.
           EXIT.

       COLETAR-ALUNO.
           IF ALUN-CPF-RESP = WRK-CPF AND WRK-QTD-ALUNOS < 20
               ADD 1 TO WRK-QTD-ALUNOS
               MOVE ALUN-MATRICULA TO TAB-ALU-MATRICULA(WRK-QTD-ALUNOS)
           END-IF.
           READ ALUNO-MASTER NEXT RECORD
               AT END
                   SET ALUN-FIM TO TRUE
           END-READ.

       COLETAR-ALUNO-EXIT.
           EXIT.

       CONFERIR-MENSALIDADES.
           MOVE TAB-ALU-MATRICULA(WRK-IND) TO WRK-MATRICULA.
           MOVE 'N' TO WRK-FIM-VARREDURA.
           MOVE WRK-MATRICULA TO MENS-MATRICULA.
           MOVE ZEROS TO MENS-ANOMES.
           START MENSALIDADES KEY IS NOT < MENS-CHAVE
               INVALID KEY
                   SET VARREDURA-FIM TO TRUE
           END-START.
           PERFORM LER-MENSALIDADE-ALUNO UNTIL VARREDURA-FIM.

       CONFERIR-MENSALIDADES-EXIT.
           EXIT.

       LER-MENSALIDADE-ALUNO.
           READ MENSALIDADES NEXT RECORD
               AT END
                   SET VARREDURA-FIM TO TRUE
           END-READ.
           IF NOT VARREDURA-FIM AND MENS-MATRICULA NOT = WRK-MATRICULA
               SET VARREDURA-FIM TO TRUE
           END-IF.
           IF NOT VARREDURA-FIM AND MENS-ABERTA
               ADD 1 TO WRK-QTD-MENS-ABERTAS
           END-IF.

       LER-MENSALIDADE-ALUNO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * IMPRIMIR-DECISAO                                          *
      * SECAO 2 DO CERTIFICADO.                                   *
      *----------------------------------------------------------*
       IMPRIMIR-DECISAO.
           PERFORM IMPRIMIR-SECAO-TITULO.
           MOVE '2. DECISAO' TO LINHA-CERTIFICADO.
           WRITE LINHA-CERTIFICADO.
           EVALUATE TRUE
               WHEN LGPR-ELIMINADO
                   MOVE 'DADOS ELIMINADOS - VER SECOES 3 E 4.'
                       TO LINHA-CERTIFICADO
               WHEN LGPR-RETIDO
                   MOVE 'PEDIDO NEGADO - DADOS RETIDOS PELOS '
                       TO LINHA-CERTIFICADO
                   MOVE 'IMPEDIMENTOS LEGAIS DA SECAO 1. NADA FOI '
                       TO LINHA-CERTIFICADO(37:)
                   WRITE LINHA-CERTIFICADO
                   MOVE 'ELIMINADO.' TO LINHA-CERTIFICADO
               WHEN LGPR-AGUARDA
                   MOVE 'AGUARDA APROVACAO DO SUPERVISOR (APROVREV) '
                       TO LINHA-CERTIFICADO
                   MOVE '- NADA FOI ELIMINADO.'
                       TO LINHA-CERTIFICADO(44:)
               WHEN LGPR-CANCELADO
                   MOVE 'PEDIDO CANCELADO PELO OPERADOR - NADA FOI '
                       TO LINHA-CERTIFICADO
                   MOVE 'ELIMINADO.' TO LINHA-CERTIFICADO(43:)
               WHEN OTHER
                   MOVE 'CPF NAO CONSTA DO CADASTRO NEM DO ARQUIVO '
                       TO LINHA-CERTIFICADO
                   MOVE 'MORTO.' TO LINHA-CERTIFICADO(43:)
           END-EVALUATE.
           WRITE LINHA-CERTIFICADO.

       IMPRIMIR-DECISAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * GERAR-PSEUDONIMO                                          *
      * 999 + NUMERO DO PEDIDO + DOIS DIGITOS ESCOLHIDOS PARA     *
      * NAO FORMAR CPF VALIDO NEM COINCIDIR COM O CADASTRO.       *
      *----------------------------------------------------------*
       GERAR-PSEUDONIMO.
           MOVE ZEROS TO WRK-PSEUDO-DV.
           MOVE 'N' TO WRK-PSEUDO-LIVRE.
           PERFORM TESTAR-PSEUDONIMO THRU TESTAR-PSEUDONIMO-EXIT
               UNTIL PSEUDONIMO-LIVRE OR WRK-PSEUDO-DV > 99.
           MOVE WRK-PSEUDONIMO TO WRK-PSEUDO-ED.

       GERAR-PSEUDONIMO-EXIT.
           EXIT.

       TESTAR-PSEUDONIMO.
           COMPUTE WRK-PSEUDONIMO = 99900000000
               + LGPR-PEDIDO * 100 + WRK-PSEUDO-DV.
           CALL 'VALIDCPF' USING WRK-PSEUDONIMO WRK-PSEUDO-VALIDO.
           IF PSEUDO-CPF-VALIDO
               ADD 1 TO WRK-PSEUDO-DV
               GO TO TESTAR-PSEUDONIMO-EXIT
           END-IF.
           SET PSEUDONIMO-LIVRE TO TRUE.
           IF CADASTRO-ABERTO
               MOVE WRK-PSEUDONIMO TO REG-CPF
               READ CADASTRO-CLIENTE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO WRK-PSEUDO-LIVRE
                       ADD 1 TO WRK-PSEUDO-DV
               END-READ
           END-IF.

       TESTAR-PSEUDONIMO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ANONIMIZAR-CADASTRO                                       *
      * O REGISTRO DO CPF SAI DO CADASTRO-CLIENTE E VOLTA SOB O   *
      * PSEUDONIMO SEM NENHUM DADO PESSOAL, INATIVO E SEM         *
      * CONSENTIMENTO DE MARKETING. O JORNAL RECEBE A EXCLUSAO JA *
      * SEM OS DADOS, PARA A RECUPERACAO NAO OS TRAZER DE VOLTA.  *
      *----------------------------------------------------------*
       ANONIMIZAR-CADASTRO.
           IF NOT CADASTRO-ABERTO OR WRK-QTD-NO-CADASTRO = ZEROS
               MOVE 'CADASTRO-CLIENTE (CADCLI): CPF NAO CONSTAVA.'
                   TO LINHA-CERTIFICADO
               WRITE LINHA-CERTIFICADO
               GO TO ANONIMIZAR-CADASTRO-EXIT
           END-IF.
           MOVE WRK-CPF TO REG-CPF.
           READ CADASTRO-CLIENTE
               INVALID KEY
                   GO TO ANONIMIZAR-CADASTRO-EXIT
           END-READ.
           PERFORM LIMPAR-DADOS-CLIENTE.
           MOVE 'E' TO CJR-WS-ACAO.
           PERFORM GRAVAR-JORNAL-CLIENTE.
           DELETE CADASTRO-CLIENTE.
           MOVE WRK-PSEUDONIMO TO REG-CPF.
           WRITE REG-CLIENTE.
           MOVE 'I' TO CJR-WS-ACAO.
           PERFORM GRAVAR-JORNAL-CLIENTE.
           ADD 1 TO WRK-QTD-ANONIMIZADOS.
           MOVE 'CADASTRO-CLIENTE (CADCLI): NOME, ENDERECO, TELEFONE,'
               TO LINHA-CERTIFICADO.
           WRITE LINHA-CERTIFICADO.
           MOVE '  NASCIMENTO, PERFIL E CEP APAGADOS; CPF TROCADO PELO'
               TO LINHA-CERTIFICADO.
           WRITE LINHA-CERTIFICADO.
           MOVE SPACES TO LINHA-CERTIFICADO.
           STRING '  PSEUDONIMO ' DELIMITED BY SIZE
                  WRK-PSEUDO-ED DELIMITED BY SIZE
                  ' (INATIVO, SEM MARKETING)' DELIMITED BY SIZE
                  INTO LINHA-CERTIFICADO.
           WRITE LINHA-CERTIFICADO.

       ANONIMIZAR-CADASTRO-EXIT.
           EXIT.

       LIMPAR-DADOS-CLIENTE.
           MOVE 'TITULAR ANONIMIZADO' TO REG-NOME.
           MOVE SPACES TO REG-ENDERECO.
           MOVE SPACES TO REG-CIDADE.
           MOVE SPACES TO REG-UF.
           MOVE SPACES TO REG-TELEFONE.
           SET REG-CLIENTE-INATIVO TO TRUE.
           MOVE RUNDATE-HOJE TO REG-DATA-SITUACAO.
           SET REG-RECUSA-MARKETING TO TRUE.
           MOVE ZEROS TO REG-DATA-NASCIMENTO.
           MOVE SPACES TO REG-PERFIL-INV.
           MOVE ZEROS TO REG-CEP.
           MOVE SPACES TO REG-NUMERO.
           MOVE SPACES TO REG-COMPLEMENTO.

       LIMPAR-DADOS-CLIENTE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ANONIMIZAR-ARQUIVO-MORTO                                  *
      * REGRAVA NO LUGAR OS REGISTROS DO CPF NO CLIARQ; A DATA DE *
      * ARQUIVAMENTO FICA PARA O EXPURGO (ATIVIDADE01P).          *
      *----------------------------------------------------------*
       ANONIMIZAR-ARQUIVO-MORTO.
           MOVE ZEROS TO WRK-QTD-ARQUIVO.
           OPEN I-O CLIENTES-ARQUIVO.
           IF NOT ARQ-NAO-ENCONTRADO
               READ CLIENTES-ARQUIVO
                   AT END
                       SET ARQ-FIM TO TRUE
               END-READ
               PERFORM REGRAVAR-ARQUIVADO UNTIL ARQ-FIM
               CLOSE CLIENTES-ARQUIVO
           END-IF.
           MOVE WRK-QTD-ARQUIVO TO WRK-QTD-ED.
           MOVE SPACES TO LINHA-CERTIFICADO.
           STRING 'ARQUIVO MORTO (CLIARQ)....: ' DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  ' REGISTRO(S) ANONIMIZADO(S)' DELIMITED BY SIZE
                  INTO LINHA-CERTIFICADO.
           WRITE LINHA-CERTIFICADO.

       ANONIMIZAR-ARQUIVO-MORTO-EXIT.
           EXIT.

       REGRAVAR-ARQUIVADO.
           IF ARQ-CPF = WRK-CPF
               MOVE WRK-PSEUDONIMO TO ARQ-CPF
               MOVE 'TITULAR ANONIMIZADO' TO ARQ-NOME
               MOVE SPACES TO ARQ-ENDERECO
               MOVE SPACES TO ARQ-CIDADE
               MOVE SPACES TO ARQ-UF
               MOVE SPACES TO ARQ-TELEFONE
               REWRITE REG-CLIENTE-ARQ
               ADD 1 TO WRK-QTD-ARQUIVO
               ADD 1 TO WRK-QTD-ANONIMIZADOS
           END-IF.
           READ CLIENTES-ARQUIVO
               AT END
                   SET ARQ-FIM TO TRUE
           END-READ.

       REGRAVAR-ARQUIVADO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ANONIMIZAR-COMPRAS                                        *
      * O HISTORICO DE COMPRAS PASSA PARA A CHAVE DO PSEUDONIMO - *
      * OS VALORES FICAM PARA OS TOTAIS DE VENDAS.                *
      *----------------------------------------------------------*
       ANONIMIZAR-COMPRAS.
           MOVE ZEROS TO WRK-QTD-ARQUIVO.
           OPEN I-O COMPRAS-CLIENTE.
           IF NOT CCOMP-NAO-ENCONTRADO
               MOVE 'N' TO WRK-FIM-VARREDURA
               PERFORM REGRAVAR-COMPRA UNTIL VARREDURA-FIM
               CLOSE COMPRAS-CLIENTE
           END-IF.
           MOVE WRK-QTD-ARQUIVO TO WRK-QTD-ED.
           MOVE SPACES TO LINHA-CERTIFICADO.
           STRING 'COMPRAS (CLICOMP).........: ' DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  ' DIA(S) DESVINCULADO(S) DO CPF' DELIMITED BY SIZE
                  INTO LINHA-CERTIFICADO.
           WRITE LINHA-CERTIFICADO.

       ANONIMIZAR-COMPRAS-EXIT.
           EXIT.

       REGRAVAR-COMPRA.
           MOVE WRK-CPF TO CCOMP-CPF.
           MOVE ZEROS TO CCOMP-DATA.
           START COMPRAS-CLIENTE KEY IS NOT < CCOMP-CHAVE
               INVALID KEY
                   SET VARREDURA-FIM TO TRUE
           END-START.
           IF NOT VARREDURA-FIM
               READ COMPRAS-CLIENTE NEXT RECORD
                   AT END
                       SET VARREDURA-FIM TO TRUE
               END-READ
           END-IF.
           IF NOT VARREDURA-FIM AND CCOMP-CPF NOT = WRK-CPF
               SET VARREDURA-FIM TO TRUE
           END-IF.
           IF NOT VARREDURA-FIM
               MOVE REG-COMPRA-CLI TO WRK-COMPRA-SALVA
               DELETE COMPRAS-CLIENTE
               MOVE WRK-COMPRA-SALVA TO REG-COMPRA-CLI
               MOVE WRK-PSEUDONIMO TO CCOMP-CPF
               WRITE REG-COMPRA-CLI
               ADD 1 TO WRK-QTD-ARQUIVO
               ADD 1 TO WRK-QTD-ANONIMIZADOS
           END-IF.

       REGRAVAR-COMPRA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ELIMINAR-SEGMENTOS                                        *
      * O SEGMENTO CORRENTE (SEGCLI) E OS MESES DO HISTORICO DE   *
      * SEGMENTOS (SEGHIST) DO CPF SAO EXCLUIDOS.                 *
      *----------------------------------------------------------*
       ELIMINAR-SEGMENTOS.
           MOVE ZEROS TO WRK-QTD-ARQUIVO.
           OPEN I-O SEGMENTO-CLIENTE.
           IF NOT SEGC-NAO-ENCONTRADO
               MOVE WRK-CPF TO SEGC-CPF
               READ SEGMENTO-CLIENTE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DELETE SEGMENTO-CLIENTE
                       ADD 1 TO WRK-QTD-ARQUIVO
                       ADD 1 TO WRK-QTD-ANONIMIZADOS
               END-READ
               CLOSE SEGMENTO-CLIENTE
           END-IF.
           OPEN I-O SEGMENTO-HISTORICO.
           IF NOT SEGH-NAO-ENCONTRADO
               MOVE 'N' TO WRK-FIM-VARREDURA
               PERFORM APAGAR-SEGMENTO-MES UNTIL VARREDURA-FIM
               CLOSE SEGMENTO-HISTORICO
           END-IF.
           MOVE WRK-QTD-ARQUIVO TO WRK-QTD-ED.
           MOVE SPACES TO LINHA-CERTIFICADO.
           STRING 'SEGMENTOS (SEGCLI/SEGHIST): ' DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  ' REGISTRO(S) EXCLUIDO(S)' DELIMITED BY SIZE
                  INTO LINHA-CERTIFICADO.
           WRITE LINHA-CERTIFICADO.

       ELIMINAR-SEGMENTOS-EXIT.
           EXIT.

       APAGAR-SEGMENTO-MES.
           MOVE WRK-CPF TO SEGH-CPF.
           MOVE ZEROS TO SEGH-ANOMES.
           START SEGMENTO-HISTORICO KEY IS NOT < SEGH-CHAVE
               INVALID KEY
                   SET VARREDURA-FIM TO TRUE
           END-START.
           IF NOT VARREDURA-FIM
               READ SEGMENTO-HISTORICO NEXT RECORD
                   AT END
                       SET VARREDURA-FIM TO TRUE
               END-READ
           END-IF.
           IF NOT VARREDURA-FIM AND SEGH-CPF NOT = WRK-CPF
               SET VARREDURA-FIM TO TRUE
           END-IF.
           IF NOT VARREDURA-FIM
               DELETE SEGMENTO-HISTORICO
               ADD 1 TO WRK-QTD-ARQUIVO
               ADD 1 TO WRK-QTD-ANONIMIZADOS
           END-IF.

       APAGAR-SEGMENTO-MES-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ANONIMIZAR-HISTORICO                                      *
      * AS LINHAS DO CLIHIST DO CPF PERDEM OS VALORES ANTES E     *
      * DEPOIS; FICAM SO O CAMPO, A DATA E O OPERADOR.            *
      *----------------------------------------------------------*
       ANONIMIZAR-HISTORICO.
           MOVE ZEROS TO WRK-QTD-ARQUIVO.
           OPEN I-O HISTORICO-CLIENTE.
           IF NOT HIS-NAO-ENCONTRADO
               READ HISTORICO-CLIENTE
                   AT END
                       SET HIS-FIM TO TRUE
               END-READ
               PERFORM REGRAVAR-HISTORICO UNTIL HIS-FIM
               CLOSE HISTORICO-CLIENTE
           END-IF.
           MOVE WRK-QTD-ARQUIVO TO WRK-QTD-ED.
           MOVE SPACES TO LINHA-CERTIFICADO.
           STRING 'ALTERACOES (CLIHIST)......: ' DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  ' LINHA(S) SEM OS VALORES' DELIMITED BY SIZE
                  INTO LINHA-CERTIFICADO.
           WRITE LINHA-CERTIFICADO.

       ANONIMIZAR-HISTORICO-EXIT.
           EXIT.

       REGRAVAR-HISTORICO.
           IF HIS-CPF = WRK-CPF
               MOVE WRK-PSEUDONIMO TO HIS-CPF
               MOVE 'ELIMINADO (LGPD)' TO HIS-VALOR-ANTES
               MOVE 'ELIMINADO (LGPD)' TO HIS-VALOR-DEPOIS
               REWRITE REG-HIST-CLIENTE
               ADD 1 TO WRK-QTD-ARQUIVO
               ADD 1 TO WRK-QTD-ANONIMIZADOS
           END-IF.
           READ HISTORICO-CLIENTE
               AT END
                   SET HIS-FIM TO TRUE
           END-READ.

       REGRAVAR-HISTORICO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ANONIMIZAR-CONTATOS                                       *
      * OS CONTATOS PASSAM PARA O PSEUDONIMO SEM O TEXTO NEM A    *
      * NOTA; RETORNO AINDA ABERTO E ENCERRADO PELO PEDIDO.       *
      *----------------------------------------------------------*
       ANONIMIZAR-CONTATOS.
           MOVE ZEROS TO WRK-QTD-ARQUIVO.
           OPEN I-O CONTATOS-CLIENTE.
           IF NOT CTT-ARQ-AUSENTE
               MOVE 'N' TO WRK-FIM-VARREDURA
               PERFORM REGRAVAR-CONTATO UNTIL VARREDURA-FIM
               CLOSE CONTATOS-CLIENTE
           END-IF.
           MOVE WRK-QTD-ARQUIVO TO WRK-QTD-ED.
           MOVE SPACES TO LINHA-CERTIFICADO.
           STRING 'CONTATOS (CLICONT)........: ' DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  ' CONTATO(S) SEM TEXTO E NOTA' DELIMITED BY SIZE
                  INTO LINHA-CERTIFICADO.
           WRITE LINHA-CERTIFICADO.

       ANONIMIZAR-CONTATOS-EXIT.
           EXIT.

       REGRAVAR-CONTATO.
           MOVE WRK-CPF TO CTT-CPF.
           MOVE ZEROS TO CTT-DATA.
           MOVE ZEROS TO CTT-HORA.
           START CONTATOS-CLIENTE KEY IS NOT < CTT-CHAVE
               INVALID KEY
                   SET VARREDURA-FIM TO TRUE
           END-START.
           IF NOT VARREDURA-FIM
               READ CONTATOS-CLIENTE NEXT RECORD
                   AT END
                       SET VARREDURA-FIM TO TRUE
               END-READ
           END-IF.
           IF NOT VARREDURA-FIM AND CTT-CPF NOT = WRK-CPF
               SET VARREDURA-FIM TO TRUE
           END-IF.
           IF NOT VARREDURA-FIM
               MOVE REG-CONTATO TO WRK-CONTATO-SALVO
               DELETE CONTATOS-CLIENTE
               MOVE WRK-CONTATO-SALVO TO REG-CONTATO
               MOVE WRK-PSEUDONIMO TO CTT-CPF
               MOVE 'ELIMINADO (LGPD)' TO CTT-TEXTO
               IF CTT-ABERTO
                   SET CTT-ENCERRADO TO TRUE
                   MOVE RUNDATE-HOJE TO CTT-DATA-ENCERRA
                   MOVE AUD-WS-OPERADOR TO CTT-OPER-ENCERRA
                   MOVE 'TITULAR ANONIMIZADO (LGPD)'
                       TO CTT-NOTA-ENCERRA
               ELSE
                   IF CTT-NOTA-ENCERRA NOT = SPACES
                       MOVE 'ELIMINADO (LGPD)' TO CTT-NOTA-ENCERRA
                   END-IF
               END-IF
               WRITE REG-CONTATO
               ADD 1 TO WRK-QTD-ARQUIVO
               ADD 1 TO WRK-QTD-ANONIMIZADOS
           END-IF.

       REGRAVAR-CONTATO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ANONIMIZAR-EXTRACAO                                       *
      * A LINHA DO TITULAR NA ULTIMA EXTRACAO DE MARKETING        *
      * (CLIEXT) E LOCALIZADA PELO CPF MASCARADO E PELO NOME E    *
      * REGRAVADA ANONIMA; AS PROXIMAS JA O SUPRIMEM PELO         *
      * CONSENTIMENTO 'N' DO CADASTRO.                            *
      *----------------------------------------------------------*
       ANONIMIZAR-EXTRACAO.
           MOVE ZEROS TO WRK-QTD-ARQUIVO.
           IF WRK-NOME-ORIGINAL = SPACES
               GO TO ANONIMIZAR-EXTRACAO-LINHA
           END-IF.
           COMPUTE WRK-CPF-ULT2 = FUNCTION MOD(WRK-CPF, 100).
           MOVE SPACES TO WRK-EXT-PREFIXO.
           MOVE 1 TO WRK-EXT-PONTEIRO.
           STRING '***.***.***-' DELIMITED BY SIZE
                  WRK-CPF-ULT2 DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  FUNCTION TRIM(WRK-NOME-ORIGINAL) DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  INTO WRK-EXT-PREFIXO
                  WITH POINTER WRK-EXT-PONTEIRO.
           COMPUTE WRK-EXT-TAMANHO = WRK-EXT-PONTEIRO - 1.
           OPEN I-O EXTRACAO-CLIENTES.
           IF NOT EXT-NAO-ENCONTRADO
               READ EXTRACAO-CLIENTES
                   AT END
                       SET EXT-FIM TO TRUE
               END-READ
               PERFORM REGRAVAR-EXTRACAO UNTIL EXT-FIM
               CLOSE EXTRACAO-CLIENTES
           END-IF.

       ANONIMIZAR-EXTRACAO-LINHA.
           MOVE WRK-QTD-ARQUIVO TO WRK-QTD-ED.
           MOVE SPACES TO LINHA-CERTIFICADO.
           STRING 'EXTRACAO MARKETING (CLIEXT): ' DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  ' LINHA(S) ANONIMIZADA(S); FORA' DELIMITED BY SIZE
                  INTO LINHA-CERTIFICADO.
           WRITE LINHA-CERTIFICADO.
           MOVE '  DAS PROXIMAS EXTRACOES (CONSENTIMENTO RETIRADO)'
               TO LINHA-CERTIFICADO.
           WRITE LINHA-CERTIFICADO.

       ANONIMIZAR-EXTRACAO-EXIT.
           EXIT.

       REGRAVAR-EXTRACAO.
           IF LINHA-EXTRACAO(1:WRK-EXT-TAMANHO) =
              WRK-EXT-PREFIXO(1:WRK-EXT-TAMANHO)
               COMPUTE WRK-CPF-ULT2 =
                   FUNCTION MOD(WRK-PSEUDONIMO, 100)
               MOVE SPACES TO LINHA-EXTRACAO
               STRING '***.***.***-' DELIMITED BY SIZE
                      WRK-CPF-ULT2 DELIMITED BY SIZE
                      ';TITULAR ANONIMIZADO;;;;;I' DELIMITED BY SIZE
                      INTO LINHA-EXTRACAO
               REWRITE LINHA-EXTRACAO
               ADD 1 TO WRK-QTD-ARQUIVO
               ADD 1 TO WRK-QTD-ANONIMIZADOS
               COMPUTE WRK-CPF-ULT2 = FUNCTION MOD(WRK-CPF, 100)
           END-IF.
           READ EXTRACAO-CLIENTES
               AT END
                   SET EXT-FIM TO TRUE
           END-READ.

       REGRAVAR-EXTRACAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ANONIMIZAR-RESPONSAVEL                                    *
      * OS ALUNOS FICAM; SAEM O NOME, O ENDERECO E O CPF DO       *
      * RESPONSAVEL, QUE PASSA A SER O PSEUDONIMO.                *
      *----------------------------------------------------------*
       ANONIMIZAR-RESPONSAVEL.
           MOVE ZEROS TO WRK-QTD-ARQUIVO.
           IF WRK-QTD-ALUNOS > ZEROS
               OPEN I-O ALUNO-MASTER
               IF NOT ALUN-NAO-ENCONTRADO
                   PERFORM REGRAVAR-ALUNO THRU REGRAVAR-ALUNO-EXIT
                       VARYING WRK-IND FROM 1 BY 1
                       UNTIL WRK-IND > WRK-QTD-ALUNOS
                   CLOSE ALUNO-MASTER
               END-IF
           END-IF.
           MOVE WRK-QTD-ARQUIVO TO WRK-QTD-ED.
           MOVE SPACES TO LINHA-CERTIFICADO.
           STRING 'RESPONSAVEL (ALUNMST).....: ' DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  ' ALUNO(S) SEM OS DADOS DO TITULAR' DELIMITED BY SIZE
                  INTO LINHA-CERTIFICADO.
           WRITE LINHA-CERTIFICADO.

       ANONIMIZAR-RESPONSAVEL-EXIT.
           EXIT.

       REGRAVAR-ALUNO.
           MOVE TAB-ALU-MATRICULA(WRK-IND) TO ALUN-MATRICULA.
           READ ALUNO-MASTER
               INVALID KEY
                   GO TO REGRAVAR-ALUNO-EXIT
           END-READ.
           MOVE 'RESPONSAVEL ANONIMIZADO' TO ALUN-RESPONSAVEL.
           MOVE SPACES TO ALUN-END-RESP.
           MOVE SPACES TO ALUN-CIDADE-RESP.
           MOVE SPACES TO ALUN-UF-RESP.
           MOVE WRK-PSEUDONIMO TO ALUN-CPF-RESP.
           REWRITE REG-ALUNO.
           ADD 1 TO WRK-QTD-ARQUIVO.
           ADD 1 TO WRK-QTD-ANONIMIZADOS.

       REGRAVAR-ALUNO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * PSEUDONIMIZAR-CONTAS                                      *
      * CONTAS (ENCERRADAS) DO TITULAR E VINCULOS DE COTITULAR    *
      * FICAM, COM O PSEUDONIMO NO LUGAR DO CPF; OS MOVIMENTOS DO *
      * INVMOV SEGUEM A CONTA E NAO TEM CPF.                      *
      *----------------------------------------------------------*
       PSEUDONIMIZAR-CONTAS.
           MOVE ZEROS TO WRK-QTD-ARQUIVO.
           IF WRK-QTD-CONTAS > ZEROS
               OPEN I-O INVESTIMENTO-LEDGER
               IF NOT LEDGER-NAO-ENCONTRADO
                   PERFORM REGRAVAR-CONTA THRU REGRAVAR-CONTA-EXIT
                       VARYING WRK-IND FROM 1 BY 1
                       UNTIL WRK-IND > WRK-QTD-CONTAS
                   CLOSE INVESTIMENTO-LEDGER
               END-IF
           END-IF.
           MOVE WRK-QTD-ARQUIVO TO WRK-QTD-ED.
           MOVE SPACES TO LINHA-CERTIFICADO.
           STRING 'CONTAS (INVLEDG)..........: ' DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  ' - REGISTRO CONTABIL' DELIMITED BY SIZE
                  INTO LINHA-CERTIFICADO.
           WRITE LINHA-CERTIFICADO.

           MOVE ZEROS TO WRK-QTD-ARQUIVO.
           IF WRK-QTD-COTITULAR > ZEROS
               OPEN I-O COTITULARES
               IF NOT COT-NAO-ENCONTRADO
                   MOVE 'N' TO WRK-FIM-VARREDURA
                   PERFORM REGRAVAR-COTITULAR UNTIL VARREDURA-FIM
                   CLOSE COTITULARES
               END-IF
           END-IF.
           MOVE WRK-QTD-ARQUIVO TO WRK-QTD-ED.
           MOVE SPACES TO LINHA-CERTIFICADO.
           STRING 'COTITULARIDADE (COTITUL)..: ' DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  ' - VINCULO DAS CONTAS CONJUNTAS' DELIMITED BY SIZE
                  INTO LINHA-CERTIFICADO.
           WRITE LINHA-CERTIFICADO.

           MOVE WRK-QTD-MOVIMENTOS TO WRK-QTD-ED.
           MOVE LGPR-FIM-GUARDA TO WRK-ANOMES-ED.
           MOVE SPACES TO LINHA-CERTIFICADO.
           STRING 'MOVIMENTOS (INVMOV).......: ' DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  ' - GUARDA FISCAL ATE ' DELIMITED BY SIZE
                  WRK-ANOMES-ED DELIMITED BY SIZE
                  INTO LINHA-CERTIFICADO.
           WRITE LINHA-CERTIFICADO.

       PSEUDONIMIZAR-CONTAS-EXIT.
           EXIT.

       REGRAVAR-CONTA.
           MOVE TAB-CTA-NUM(WRK-IND) TO LEDGER-CONTA.
           READ INVESTIMENTO-LEDGER
               INVALID KEY
                   GO TO REGRAVAR-CONTA-EXIT
           END-READ.
           IF LEDGER-CPF = WRK-CPF
               MOVE WRK-PSEUDONIMO TO LEDGER-CPF
               REWRITE REG-LEDGER
               ADD 1 TO WRK-QTD-ARQUIVO
               ADD 1 TO WRK-QTD-PSEUDONIMOS
           END-IF.

       REGRAVAR-CONTA-EXIT.
           EXIT.

       REGRAVAR-COTITULAR.
           MOVE WRK-CPF TO COT-CPF.
           START COTITULARES KEY IS = COT-CPF
               INVALID KEY
                   SET VARREDURA-FIM TO TRUE
           END-START.
           IF NOT VARREDURA-FIM
               READ COTITULARES NEXT RECORD
                   AT END
                       SET VARREDURA-FIM TO TRUE
               END-READ
           END-IF.
           IF NOT VARREDURA-FIM AND COT-CPF NOT = WRK-CPF
               SET VARREDURA-FIM TO TRUE
           END-IF.
           IF NOT VARREDURA-FIM
               MOVE REG-COTITULAR TO WRK-COTITULAR-SALVO
               DELETE COTITULARES
               MOVE WRK-COTITULAR-SALVO TO REG-COTITULAR
               MOVE WRK-PSEUDONIMO TO COT-CPF
               WRITE REG-COTITULAR
               ADD 1 TO WRK-QTD-ARQUIVO
               ADD 1 TO WRK-QTD-PSEUDONIMOS
           END-IF.

       REGRAVAR-COTITULAR-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * PSEUDONIMIZAR-RECEBIVEIS                                  *
      * PARCELAS QUITADAS, RENEGOCIADAS OU BAIXADAS FICAM NO      *
      * RECEB COMO REGISTRO CONTABIL, COM O PSEUDONIMO.           *
      *----------------------------------------------------------*
       PSEUDONIMIZAR-RECEBIVEIS.
           MOVE ZEROS TO WRK-QTD-ARQUIVO.
           IF WRK-QTD-PARCELAS > ZEROS
               OPEN I-O CONTAS-RECEBER
               IF NOT REC-NAO-ENCONTRADO
                   READ CONTAS-RECEBER NEXT RECORD
                       AT END
                           SET REC-FIM TO TRUE
                   END-READ
                   PERFORM REGRAVAR-PARCELA UNTIL REC-FIM
                   CLOSE CONTAS-RECEBER
               END-IF
           END-IF.
           MOVE WRK-QTD-ARQUIVO TO WRK-QTD-ED.
           MOVE SPACES TO LINHA-CERTIFICADO.
           STRING 'PARCELAS (RECEB)..........: ' DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  ' - REGISTRO CONTABIL' DELIMITED BY SIZE
                  INTO LINHA-CERTIFICADO.
           WRITE LINHA-CERTIFICADO.

       PSEUDONIMIZAR-RECEBIVEIS-EXIT.
           EXIT.

       REGRAVAR-PARCELA.
           IF REC-CPF = WRK-CPF
               MOVE WRK-PSEUDONIMO TO REC-CPF
               REWRITE REG-RECEBIVEL
               ADD 1 TO WRK-QTD-ARQUIVO
               ADD 1 TO WRK-QTD-PSEUDONIMOS
           END-IF.
           READ CONTAS-RECEBER NEXT RECORD
               AT END
                   SET REC-FIM TO TRUE
           END-READ.

       REGRAVAR-PARCELA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * PSEUDONIMIZAR-PONTOS                                      *
      * SALDO E MOVIMENTOS DO PROGRAMA DE PONTOS SAO O REGISTRO   *
      * DO PASSIVO DE PONTOS (PONTPASS) E FICAM COM O PSEUDONIMO; *
      * OS GANHOS EM ABERTO EXPIRAM NO CICLO NORMAL DO PONTEXP.   *
      *----------------------------------------------------------*
       PSEUDONIMIZAR-PONTOS.
           MOVE ZEROS TO WRK-QTD-ARQUIVO.
           OPEN I-O PONTOS-SALDO.
           IF NOT PTS-NAO-ENCONTRADO
               MOVE WRK-CPF TO PTS-CPF
               READ PONTOS-SALDO
                   INVALID KEY
                       SET PTS-NAO-ENCONTRADO TO TRUE
               END-READ
               IF NOT PTS-NAO-ENCONTRADO
                   MOVE REG-PONTOS-SALDO TO WRK-PONTOS-SALVO
                   DELETE PONTOS-SALDO
                   MOVE WRK-PONTOS-SALVO TO REG-PONTOS-SALDO
                   MOVE WRK-PSEUDONIMO TO PTS-CPF
                   WRITE REG-PONTOS-SALDO
                   ADD 1 TO WRK-QTD-PSEUDONIMOS
               END-IF
               CLOSE PONTOS-SALDO
           END-IF.
           OPEN I-O PONTOS-MOVIMENTOS.
           IF NOT PTM-NAO-ENCONTRADO
               MOVE 'N' TO WRK-FIM-VARREDURA
               PERFORM REGRAVAR-MOVIMENTO-PONTOS UNTIL VARREDURA-FIM
               CLOSE PONTOS-MOVIMENTOS
           END-IF.
           MOVE WRK-QTD-ARQUIVO TO WRK-QTD-ED.
           MOVE SPACES TO LINHA-CERTIFICADO.
           STRING 'PONTOS (PONTSALD/PONTMOV).: ' DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  ' MOVIMENTO(S) - PASSIVO' DELIMITED BY SIZE
                  INTO LINHA-CERTIFICADO.
           WRITE LINHA-CERTIFICADO.

       PSEUDONIMIZAR-PONTOS-EXIT.
           EXIT.

       REGRAVAR-MOVIMENTO-PONTOS.
           MOVE WRK-CPF TO PTM-CPF.
           MOVE ZEROS TO PTM-SEQ.
           START PONTOS-MOVIMENTOS KEY IS NOT < PTM-CHAVE
               INVALID KEY
                   SET VARREDURA-FIM TO TRUE
           END-START.
           IF NOT VARREDURA-FIM
               READ PONTOS-MOVIMENTOS NEXT RECORD
                   AT END
                       SET VARREDURA-FIM TO TRUE
               END-READ
           END-IF.
           IF NOT VARREDURA-FIM AND PTM-CPF NOT = WRK-CPF
               SET VARREDURA-FIM TO TRUE
           END-IF.
           IF NOT VARREDURA-FIM
               MOVE REG-PONTOS-MOV TO WRK-PONTOS-MOV-SALVO
               DELETE PONTOS-MOVIMENTOS
               MOVE WRK-PONTOS-MOV-SALVO TO REG-PONTOS-MOV
               MOVE WRK-PSEUDONIMO TO PTM-CPF
               WRITE REG-PONTOS-MOV
               ADD 1 TO WRK-QTD-ARQUIVO
               ADD 1 TO WRK-QTD-PSEUDONIMOS
           END-IF.

       REGRAVAR-MOVIMENTO-PONTOS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * IMPRIMIR-RETIDOS-FIXOS                                    *
      * O QUE FICA POR OBRIGACAO E NAO E TOCADO PELO PEDIDO.      *
      *----------------------------------------------------------*
       IMPRIMIR-RETIDOS-FIXOS.
           MOVE 'MENSALIDADES (MENSAL).....: FICAM NA MATRICULA DO '
               TO LINHA-CERTIFICADO.
           MOVE 'ALUNO' TO LINHA-CERTIFICADO(51:).
           WRITE LINHA-CERTIFICADO.
           MOVE 'AUDIT-TRAIL (AUDITLOG)....: RETIDO - TRILHA DE '
               TO LINHA-CERTIFICADO.
           MOVE 'AUDITORIA' TO LINHA-CERTIFICADO(48:).
           WRITE LINHA-CERTIFICADO.
           MOVE 'JORNAL CLIJRN E COPIAS....: EXPIRAM NO CICLO NORMAL '
               TO LINHA-CERTIFICADO.
           MOVE 'DAS COPIAS' TO LINHA-CERTIFICADO(53:).
           WRITE LINHA-CERTIFICADO.
           MOVE SPACES TO LINHA-CERTIFICADO.
           STRING 'PSEUDONIMO ATRIBUIDO: ' DELIMITED BY SIZE
                  WRK-PSEUDO-ED DELIMITED BY SIZE
                  ' - VINCULO SO NO REGISTRO LGPDREG'
                      DELIMITED BY SIZE
                  INTO LINHA-CERTIFICADO.
           WRITE LINHA-CERTIFICADO.

       IMPRIMIR-RETIDOS-FIXOS-EXIT.
           EXIT.

           COPY 'RUNDATEP.CPY'.
           COPY 'RPTHDRP.CPY'.
           COPY 'PARAMETROSP.CPY'.
           COPY 'APROVP.CPY'.
           COPY 'AUDITPRC.CPY' REPLACING ==AUD-PROGRAM-ID==
               BY =='LGPDELIM'==.
           COPY 'CLIJRNP.CPY' REPLACING ==CJR-PROGRAM-ID==
               BY =='LGPDELIM'==.
