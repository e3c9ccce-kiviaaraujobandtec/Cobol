       IDENTIFICATION DIVISION.
       PROGRAM-ID. DWEXTR.
      **********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = KIVIA(ALURA) KIVIAAL
      *OBJETIVO: EXTRACAO NOTURNA PARA O DATA WAREHOUSE DA EQUIPE
      *DE BI - GRAVA UM ARQUIVO DELIMITADO POR PONTO E VIRGULA
      *PARA CADA FATO (VENDHIST, INVMOV, MENSAL, RECEB, ESTLOG E O
      *RESUMO DE PRECOS PRECSUMM) E PARA CADA DIMENSAO (CLIENTES
      *DO CADCLI, VENDEDORES, FILIAIS, PRODUTOS, ALUNOS E OBRAS).
      *A PRIMEIRA LINHA DE CADA ARQUIVO TRAZ OS NOMES DAS COLUNAS
      *E A ULTIMA E UM TRAILER COM A TABELA, A DATA, O MODO, AS
      *CONTAGENS E O TOTAL DE CONTROLE; O MANIFESTO DWMANIF LISTA
      *OS ARQUIVOS DA RODADA. NOS FATOS SO SAI O QUE ENTROU (I),
      *MUDOU (A) OU SAIU DA ORIGEM (E) DESDE A ULTIMA EXTRACAO
      *CONCLUIDA: AS LINHAS DO DIA SAO CLASSIFICADAS POR TABELA E
      *CHAVE E CASADAS CONTRA A IMAGEM DWSNAP DA ULTIMA EXTRACAO,
      *E A NOVA IMAGEM (DWSNAPN) E REGISTRADA NO GERACAO PARA O
      *GERPROM. DIMENSOES SAEM INTEIRAS TODA NOITE. O CONTROLE DA
      *EXTRACAO FICA NO DWCTL. PARM COMPLETA = TODOS OS FATOS
      *COMO INCLUSAO (PRIMEIRA CARGA OU RECARGA); SEM O CONTROLE
      *OU SEM A IMAGEM A EXTRACAO TAMBEM SAI COMPLETA. O CPF SAI
      *MASCARADO COMO NA ATIVIDADE01E (SO OS 2 ULTIMOS DIGITOS).
      *RC 4 QUANDO FALTA UM ARQUIVO DE ORIGEM (A IMAGEM DA TABELA
      *E MANTIDA COMO ESTAVA).
      *DATA   = 30/05/22
      *HISTORICO DE ALTERACOES
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDA-HIST ASSIGN TO "VENDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VHIST-CHAVE
               FILE STATUS IS WRK-ORIGEM-STATUS.

           SELECT INVESTIMENTO-MOVIMENTOS ASSIGN TO "INVMOV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOV-CHAVE
               FILE STATUS IS WRK-ORIGEM-STATUS.

           SELECT MENSALIDADES ASSIGN TO "MENSAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MENS-CHAVE
               FILE STATUS IS WRK-ORIGEM-STATUS.

           SELECT CONTAS-RECEBER ASSIGN TO "RECEB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-CHAVE
               FILE STATUS IS WRK-ORIGEM-STATUS.

           SELECT ESTOQUE-LOG ASSIGN TO "ESTLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-ORIGEM-STATUS.

           SELECT PRECO-RESUMO ASSIGN TO "PRECSUMM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-ORIGEM-STATUS.

           SELECT CADASTRO-CLIENTE ASSIGN TO "CADCLI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CPF
               ALTERNATE RECORD KEY IS REG-NOME
                   WITH DUPLICATES
               FILE STATUS IS WRK-ORIGEM-STATUS.

           SELECT VENDEDOR-MASTER ASSIGN TO "VENDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEND-CODIGO
               FILE STATUS IS WRK-ORIGEM-STATUS.

           SELECT FILIAL-MASTER ASSIGN TO "FILMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIL-CODIGO
               FILE STATUS IS WRK-ORIGEM-STATUS.

           SELECT PRODUTO-MASTER ASSIGN TO "PRODMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS WRK-ORIGEM-STATUS.

           SELECT ALUNO-MASTER ASSIGN TO "ALUNMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALUN-MATRICULA
               FILE STATUS IS WRK-ORIGEM-STATUS.

           SELECT OBRA-MASTER ASSIGN TO "OBRAMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OBRA-CODIGO
               FILE STATUS IS WRK-ORIGEM-STATUS.

           SELECT DW-IMAGEM ASSIGN TO "DWSNAP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-SNP-STATUS.

           SELECT DW-IMAGEM-NOVA ASSIGN TO "DWSNAPN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-SNN-STATUS.

           SELECT DW-CONTROLE ASSIGN TO "DWCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DWC-TABELA
               FILE STATUS IS WRK-DWC-STATUS.

           SELECT DW-SORT-FILE ASSIGN TO "DWSRT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT DW-VENDHIST ASSIGN TO "DWVENDH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-SAIDA-STATUS.

           SELECT DW-INVMOV ASSIGN TO "DWINVMOV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-SAIDA-STATUS.

           SELECT DW-MENSAL ASSIGN TO "DWMENSAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-SAIDA-STATUS.

           SELECT DW-RECEB ASSIGN TO "DWRECEB"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-SAIDA-STATUS.

           SELECT DW-ESTLOG ASSIGN TO "DWESTLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-SAIDA-STATUS.

           SELECT DW-PRECO ASSIGN TO "DWPRECO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-SAIDA-STATUS.

           SELECT DW-CLIENTE ASSIGN TO "DWCLIENT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-SAIDA-STATUS.

           SELECT DW-VENDEDOR ASSIGN TO "DWVENDED"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-SAIDA-STATUS.

           SELECT DW-FILIAL ASSIGN TO "DWFILIAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-SAIDA-STATUS.

           SELECT DW-PRODUTO ASSIGN TO "DWPRODUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-SAIDA-STATUS.

           SELECT DW-ALUNO ASSIGN TO "DWALUNO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-SAIDA-STATUS.

           SELECT DW-OBRA ASSIGN TO "DWOBRA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-SAIDA-STATUS.

           SELECT DW-MANIFESTO ASSIGN TO "DWMANIF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-SAIDA-STATUS.

           SELECT REGISTRO-GERACAO ASSIGN TO "GERACAO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GER-CHAVE
               FILE STATUS IS GER-WS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDA-HIST.
           COPY 'VENDHIST.CPY'.

       FD  INVESTIMENTO-MOVIMENTOS.
           COPY 'INVMOV.CPY'.

       FD  MENSALIDADES.
           COPY 'MENSAL.CPY'.

       FD  CONTAS-RECEBER.
           COPY 'RECEB.CPY'.

       FD  ESTOQUE-LOG.
           COPY 'ESTLOG.CPY'.

       FD  PRECO-RESUMO.
           COPY 'PRECSUMM.CPY'.

       FD  CADASTRO-CLIENTE.
           COPY 'CLIREG.CPY'.

       FD  VENDEDOR-MASTER.
           COPY 'VENDMST.CPY'.

       FD  FILIAL-MASTER.
           COPY 'FILMST.CPY'.

       FD  PRODUTO-MASTER.
           COPY 'PRODMST.CPY'.

       FD  ALUNO-MASTER.
           COPY 'ALUNMST.CPY'.

       FD  OBRA-MASTER.
           COPY 'OBRAMST.CPY'.

       FD  DW-IMAGEM.
           COPY 'DWSNAP.CPY'.

       FD  DW-IMAGEM-NOVA.
       01  REG-DW-IMAGEM-NOVA  PIC X(200).

       FD  DW-CONTROLE.
           COPY 'DWCTL.CPY'.

       SD  DW-SORT-FILE.
       01  REG-DW-SORT.
           05 SRT-CHAVE-COMPLETA.
               10 SRT-TABELA   PIC 9(02).
               10 SRT-CHAVE    PIC X(16).
           05 SRT-VALOR        PIC S9(11)V99.
           05 SRT-LINHA        PIC X(176).

       FD  DW-VENDHIST.
       01  LIN-DW-VENDHIST     PIC X(200).

       FD  DW-INVMOV.
       01  LIN-DW-INVMOV       PIC X(200).

       FD  DW-MENSAL.
       01  LIN-DW-MENSAL       PIC X(200).

       FD  DW-RECEB.
       01  LIN-DW-RECEB        PIC X(200).

       FD  DW-ESTLOG.
       01  LIN-DW-ESTLOG       PIC X(200).

       FD  DW-PRECO.
       01  LIN-DW-PRECO        PIC X(200).

       FD  DW-CLIENTE.
       01  LIN-DW-CLIENTE      PIC X(200).

       FD  DW-VENDEDOR.
       01  LIN-DW-VENDEDOR     PIC X(200).

       FD  DW-FILIAL.
       01  LIN-DW-FILIAL       PIC X(200).

       FD  DW-PRODUTO.
       01  LIN-DW-PRODUTO      PIC X(200).

       FD  DW-ALUNO.
       01  LIN-DW-ALUNO        PIC X(200).

       FD  DW-OBRA.
       01  LIN-DW-OBRA         PIC X(200).

       FD  DW-MANIFESTO.
       01  LIN-DW-MANIFESTO    PIC X(200).

       FD  REGISTRO-GERACAO.
           COPY 'GERACAO.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'GERACAOW.CPY'.
       77 WRK-ORIGEM-STATUS PIC X(02) VALUE ZEROS.
           88 ORIGEM-OK VALUE '00'.
           88 ORIGEM-AUSENTE VALUE '35'.
       77 WRK-SNP-STATUS PIC X(02) VALUE ZEROS.
           88 SNP-AUSENTE VALUE '35'.
       77 WRK-SNN-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-DWC-STATUS PIC X(02) VALUE ZEROS.
           88 DWC-ARQ-AUSENTE VALUE '35'.
       77 WRK-SAIDA-STATUS PIC X(02) VALUE ZEROS.

       77 WRK-MODO PIC X(01) VALUE 'I'.
           88 MODO-COMPLETA VALUE 'C'.
           88 MODO-INCREMENTAL VALUE 'I'.
       77 WRK-MODO-ED PIC X(11) VALUE SPACES.
       77 WRK-PARM PIC X(11) VALUE SPACES.
       77 WRK-RODADA PIC 9(05) VALUE ZEROS.
       77 WRK-FIM-ORIGEM PIC X(01) VALUE 'N'.
           88 ORIGEM-FIM VALUE 'S'.
       77 WRK-FIM-SORT PIC X(01) VALUE 'N'.
           88 SORT-FIM VALUE 'S'.
       77 WRK-FIM-IMAGEM PIC X(01) VALUE 'N'.
           88 IMAGEM-FIM VALUE 'S'.
       77 WRK-CHAVE-SRT PIC X(18) VALUE SPACES.
       77 WRK-CHAVE-SNP PIC X(18) VALUE SPACES.
       77 WRK-IND-TAB PIC 9(02) COMP VALUE ZEROS.
       77 WRK-SEQ-ESTLOG PIC 9(09) VALUE ZEROS.
       77 WRK-OPERACAO PIC X(01) VALUE SPACES.
       77 WRK-LINHA-DW PIC X(200) VALUE SPACES.
       77 WRK-CPF-ULT2 PIC 9(02) VALUE ZEROS.
       77 WRK-CPF-MASCARADO PIC X(14) VALUE SPACES.
       77 WRK-TAXA-ED PIC -(3)9,9999 VALUE ZEROS.
       77 WRK-TOTAL-ED PIC -(13)9,99 VALUE ZEROS.
       77 WRK-CONTAGEM-ED PIC Z(08)9 VALUE ZEROS.
       77 WRK-TOTAL-IMAGEM PIC 9(09) VALUE ZEROS.
       77 WRK-TOTAL-LINHAS PIC 9(09) VALUE ZEROS.
       77 WRK-RC PIC 9(02) VALUE ZEROS.

       01  TAB-VALORES-ED.
           05 TAB-VAL-ED OCCURS 10 TIMES PIC -(11)9,99.

       01  TAB-DW.
           05 TAB-DW-ENTRADA OCCURS 12 TIMES.
               10 TAB-DW-TABELA       PIC X(08).
               10 TAB-DW-ARQUIVO      PIC X(08).
               10 TAB-DW-TIPO         PIC X(08).
                   88 TAB-DW-FATO         VALUE 'FATO'.
               10 TAB-DW-CAMPO-TOTAL  PIC X(20).
               10 TAB-DW-AUSENTE      PIC X(01).
                   88 TAB-DW-SEM-ORIGEM   VALUE 'S'.
               10 TAB-DW-LIDOS        PIC 9(09).
               10 TAB-DW-GRAVADOS     PIC 9(09).
               10 TAB-DW-INCLUSOES    PIC 9(09).
               10 TAB-DW-ALTERACOES   PIC 9(09).
               10 TAB-DW-EXCLUSOES    PIC 9(09).
               10 TAB-DW-TOTAL        PIC S9(13)V99.

           COPY 'RUNDATE.CPY'.

       LINKAGE SECTION.
       01  LK-PARM.
           05 LK-PARM-LTH       PIC S9(04) COMP.
           05 LK-PARM-TXT       PIC X(11).

       PROCEDURE DIVISION USING LK-PARM.
       0001-PRINCIPAL.

           PERFORM 0002-INICIALIZAR THRU 0002-INICIALIZAR-EXIT.
           SORT DW-SORT-FILE
               ON ASCENDING KEY SRT-TABELA SRT-CHAVE
               INPUT PROCEDURE IS 0003-LIBERAR-FATOS
               OUTPUT PROCEDURE IS 0004-COMPARAR-FATOS.
           PERFORM 0005-EXTRAIR-DIMENSOES.
           PERFORM 0006-FINALIZAR THRU 0006-FINALIZAR-EXIT.

           MOVE WRK-RC TO RETURN-CODE.
           STOP RUN.

      *----------------------------------------------------------*
      * 0002-INICIALIZAR                                          *
      * DEFINE O MODO (PARM COMPLETA, OU COMPLETA POR FALTA DO    *
      * CONTROLE OU DA IMAGEM), NUMERA A RODADA, MONTA A TABELA   *
      * DOS ARQUIVOS E ABRE AS SAIDAS COM A LINHA DE COLUNAS.     *
      *----------------------------------------------------------*
       0002-INICIALIZAR.
           PERFORM OBTER-DATA-EXECUCAO.
           DISPLAY 'DWEXTR' '   DATA: ' RUNDATE-HOJE-ED.
           IF LK-PARM-LTH > ZEROS
               MOVE LK-PARM-TXT(1:LK-PARM-LTH) TO WRK-PARM
               IF WRK-PARM = 'COMPLETA'
                   SET MODO-COMPLETA TO TRUE
               ELSE
                   IF WRK-PARM NOT = 'INCREMENTAL'
                       DISPLAY 'PARM INVALIDO - USE COMPLETA OU '
                               'INCREMENTAL.'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF.

           OPEN I-O DW-CONTROLE.
           IF DWC-ARQ-AUSENTE
               OPEN OUTPUT DW-CONTROLE
               CLOSE DW-CONTROLE
               OPEN I-O DW-CONTROLE
           END-IF.
           MOVE 'RODADA' TO DWC-TABELA.
           READ DW-CONTROLE
               INVALID KEY
                   MOVE ZEROS TO WRK-RODADA
                   IF MODO-INCREMENTAL
                       DISPLAY 'SEM EXTRACAO ANTERIOR NO DWCTL - '
                               'PRIMEIRA CARGA COMPLETA.'
                       SET MODO-COMPLETA TO TRUE
                   END-IF
               NOT INVALID KEY
                   MOVE DWC-RODADA TO WRK-RODADA
                   DISPLAY 'ULTIMA EXTRACAO: ' DWC-DATA-EXTRACAO
                           ' RODADA ' DWC-RODADA
           END-READ.
           ADD 1 TO WRK-RODADA.
           IF MODO-INCREMENTAL
               OPEN INPUT DW-IMAGEM
               IF SNP-AUSENTE
                   DISPLAY 'IMAGEM DA ULTIMA EXTRACAO (DWSNAP) '
                           'AUSENTE - EXTRACAO COMPLETA.'
                   SET MODO-COMPLETA TO TRUE
               ELSE
                   CLOSE DW-IMAGEM
               END-IF
           END-IF.
           IF MODO-COMPLETA
               MOVE 'COMPLETA' TO WRK-MODO-ED
           ELSE
               MOVE 'INCREMENTAL' TO WRK-MODO-ED
           END-IF.
           DISPLAY 'RODADA ' WRK-RODADA ' - EXTRACAO ' WRK-MODO-ED.

           PERFORM MONTAR-TABELA-DW.
           OPEN OUTPUT DW-VENDHIST DW-INVMOV DW-MENSAL DW-RECEB
                       DW-ESTLOG DW-PRECO DW-CLIENTE DW-VENDEDOR
                       DW-FILIAL DW-PRODUTO DW-ALUNO DW-OBRA
                       DW-MANIFESTO.
           OPEN OUTPUT DW-IMAGEM-NOVA.
           PERFORM GRAVAR-CABECALHO-DW
               VARYING WRK-IND-TAB FROM 1 BY 1
               UNTIL WRK-IND-TAB > 12.

       0002-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * 0003-LIBERAR-FATOS                                        *
      * LE OS SEIS ARQUIVOS DE FATO E LIBERA PARA A CLASSIFICACAO *
      * UMA LINHA DELIMITADA POR REGISTRO, COM TABELA, CHAVE E O  *
      * VALOR DO TOTAL DE CONTROLE.                               *
      *----------------------------------------------------------*
       0003-LIBERAR-FATOS.
           PERFORM LIBERAR-VENDHIST THRU LIBERAR-VENDHIST-EXIT.
           PERFORM LIBERAR-INVMOV THRU LIBERAR-INVMOV-EXIT.
           PERFORM LIBERAR-MENSAL THRU LIBERAR-MENSAL-EXIT.
           PERFORM LIBERAR-RECEB THRU LIBERAR-RECEB-EXIT.
           PERFORM LIBERAR-ESTLOG THRU LIBERAR-ESTLOG-EXIT.
           PERFORM LIBERAR-PRECO THRU LIBERAR-PRECO-EXIT.

      *----------------------------------------------------------*
      * 0004-COMPARAR-FATOS                                       *
      * CASA AS LINHAS CLASSIFICADAS CONTRA A IMAGEM DA ULTIMA    *
      * EXTRACAO (MESMA ORDEM DE TABELA E CHAVE): SO NO DIA = I,  *
      * NOS DOIS COM A LINHA DIFERENTE = A, SO NA IMAGEM = E. NA  *
      * EXTRACAO COMPLETA A IMAGEM NAO E LIDA. TUDO O QUE ESTA NA *
      * ORIGEM VAI PARA A NOVA IMAGEM.                            *
      *----------------------------------------------------------*
       0004-COMPARAR-FATOS.
           IF MODO-COMPLETA
               SET IMAGEM-FIM TO TRUE
               MOVE HIGH-VALUES TO WRK-CHAVE-SNP
           ELSE
               OPEN INPUT DW-IMAGEM
               PERFORM LER-IMAGEM
           END-IF.
           PERFORM RETORNAR-SORT.
           PERFORM CASAR-FATO THRU CASAR-FATO-EXIT
               UNTIL SORT-FIM AND IMAGEM-FIM.
           IF MODO-INCREMENTAL
               CLOSE DW-IMAGEM
           END-IF.

      *----------------------------------------------------------*
      * 0005-EXTRAIR-DIMENSOES                                    *
      * GRAVA AS SEIS DIMENSOES INTEIRAS, NA ORDEM DA CHAVE.      *
      *----------------------------------------------------------*
       0005-EXTRAIR-DIMENSOES.
           PERFORM EXTRAIR-CLIENTE THRU EXTRAIR-CLIENTE-EXIT.
           PERFORM EXTRAIR-VENDEDOR THRU EXTRAIR-VENDEDOR-EXIT.
           PERFORM EXTRAIR-FILIAL THRU EXTRAIR-FILIAL-EXIT.
           PERFORM EXTRAIR-PRODUTO THRU EXTRAIR-PRODUTO-EXIT.
           PERFORM EXTRAIR-ALUNO THRU EXTRAIR-ALUNO-EXIT.
           PERFORM EXTRAIR-OBRA THRU EXTRAIR-OBRA-EXIT.

      *----------------------------------------------------------*
      * 0006-FINALIZAR                                            *
      * GRAVA OS TRAILERS E O MANIFESTO, FECHA AS SAIDAS,         *
      * REGISTRA A NOVA IMAGEM NO GERACAO E ANOTA A RODADA NO     *
      * CONTROLE DA EXTRACAO.                                     *
      *----------------------------------------------------------*
       0006-FINALIZAR.
           MOVE SPACES TO LIN-DW-MANIFESTO.
           STRING 'ARQUIVO;TABELA;TIPO;MODO;REGISTROS;INCLUSOES;'
                      DELIMITED BY SIZE
                  'ALTERACOES;EXCLUSOES;TOTAL_CONTROLE;'
                      DELIMITED BY SIZE
                  'CAMPO_CONTROLE' DELIMITED BY SIZE
                  INTO LIN-DW-MANIFESTO.
           WRITE LIN-DW-MANIFESTO.
           PERFORM FECHAR-ARQUIVO-DW
               VARYING WRK-IND-TAB FROM 1 BY 1
               UNTIL WRK-IND-TAB > 12.
           MOVE WRK-TOTAL-LINHAS TO WRK-CONTAGEM-ED.
           MOVE SPACES TO LIN-DW-MANIFESTO.
           STRING 'TRAILER;' DELIMITED BY SIZE
                  RUNDATE-HOJE DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WRK-RODADA DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  FUNCTION TRIM(WRK-MODO-ED) DELIMITED BY SIZE
                  ';12;' DELIMITED BY SIZE
                  FUNCTION TRIM(WRK-CONTAGEM-ED) DELIMITED BY SIZE
                  INTO LIN-DW-MANIFESTO.
           WRITE LIN-DW-MANIFESTO.
           CLOSE DW-VENDHIST DW-INVMOV DW-MENSAL DW-RECEB
                 DW-ESTLOG DW-PRECO DW-CLIENTE DW-VENDEDOR
                 DW-FILIAL DW-PRODUTO DW-ALUNO DW-OBRA
                 DW-MANIFESTO.
           CLOSE DW-IMAGEM-NOVA.

           MOVE 'DWSNAP' TO GER-WS-ARQUIVO.
           MOVE 'DWSNAPN' TO GER-WS-NOVO.
           MOVE WRK-TOTAL-IMAGEM TO GER-WS-CONTAGEM.
           PERFORM REGISTRAR-GERACAO THRU REGISTRAR-GERACAO-EXIT.

           PERFORM ANOTAR-CONTROLE-DW
               VARYING WRK-IND-TAB FROM 1 BY 1
               UNTIL WRK-IND-TAB > 12.
           MOVE 'RODADA' TO DWC-TABELA.
           MOVE RUNDATE-HOJE TO DWC-DATA-EXTRACAO.
           MOVE WRK-RODADA TO DWC-RODADA.
           MOVE WRK-MODO TO DWC-MODO.
           MOVE WRK-TOTAL-IMAGEM TO DWC-LIDOS.
           MOVE WRK-TOTAL-LINHAS TO DWC-GRAVADOS.
           MOVE ZEROS TO DWC-INCLUSOES DWC-ALTERACOES
                         DWC-EXCLUSOES DWC-TOTAL-CONTROLE.
           REWRITE REG-DW-CONTROLE
               INVALID KEY
                   WRITE REG-DW-CONTROLE
           END-REWRITE.
           CLOSE DW-CONTROLE.

           DISPLAY 'LINHAS ENTREGUES AO BI....: ' WRK-TOTAL-LINHAS.
           DISPLAY 'REGISTROS NA NOVA IMAGEM..: ' WRK-TOTAL-IMAGEM.
           DISPLAY 'ARQUIVOS NO MANIFESTO DWMANIF; NOVA IMAGEM '
                   'DWSNAPN REGISTRADA PARA PROMOCAO NO GERACAO.'.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

       0006-FINALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * MONTAR-TABELA-DW                                          *
      * TABELA, ARQUIVO DE SAIDA, TIPO E CAMPO SOMADO NO TOTAL DE *
      * CONTROLE DE CADA ARQUIVO DA EXTRACAO (1 A 6 FATOS, NA     *
      * ORDEM DA CLASSIFICACAO, E 7 A 12 DIMENSOES).              *
      *----------------------------------------------------------*
       MONTAR-TABELA-DW.
           MOVE 'VENDHIST' TO TAB-DW-TABELA(1).
           MOVE 'DWVENDH'  TO TAB-DW-ARQUIVO(1).
           MOVE 'VENDAS'   TO TAB-DW-CAMPO-TOTAL(1).
           MOVE 'INVMOV'   TO TAB-DW-TABELA(2).
           MOVE 'DWINVMOV' TO TAB-DW-ARQUIVO(2).
           MOVE 'VALOR'    TO TAB-DW-CAMPO-TOTAL(2).
           MOVE 'MENSAL'   TO TAB-DW-TABELA(3).
           MOVE 'DWMENSAL' TO TAB-DW-ARQUIVO(3).
           MOVE 'VALOR'    TO TAB-DW-CAMPO-TOTAL(3).
           MOVE 'RECEB'    TO TAB-DW-TABELA(4).
           MOVE 'DWRECEB'  TO TAB-DW-ARQUIVO(4).
           MOVE 'VALOR'    TO TAB-DW-CAMPO-TOTAL(4).
           MOVE 'ESTLOG'   TO TAB-DW-TABELA(5).
           MOVE 'DWESTLOG' TO TAB-DW-ARQUIVO(5).
           MOVE 'VALOR'    TO TAB-DW-CAMPO-TOTAL(5).
           MOVE 'PRECSUMM' TO TAB-DW-TABELA(6).
           MOVE 'DWPRECO'  TO TAB-DW-ARQUIVO(6).
           MOVE 'FECHAMENTO' TO TAB-DW-CAMPO-TOTAL(6).
           MOVE 'CLIENTE'  TO TAB-DW-TABELA(7).
           MOVE 'DWCLIENT' TO TAB-DW-ARQUIVO(7).
           MOVE 'QTD ATIVOS' TO TAB-DW-CAMPO-TOTAL(7).
           MOVE 'VENDEDOR' TO TAB-DW-TABELA(8).
           MOVE 'DWVENDED' TO TAB-DW-ARQUIVO(8).
           MOVE 'SOMA CODIGO' TO TAB-DW-CAMPO-TOTAL(8).
           MOVE 'FILIAL'   TO TAB-DW-TABELA(9).
           MOVE 'DWFILIAL' TO TAB-DW-ARQUIVO(9).
           MOVE 'QTD ATIVAS' TO TAB-DW-CAMPO-TOTAL(9).
           MOVE 'PRODUTO'  TO TAB-DW-TABELA(10).
           MOVE 'DWPRODUT' TO TAB-DW-ARQUIVO(10).
           MOVE 'ESTOQUE_MINIMO' TO TAB-DW-CAMPO-TOTAL(10).
           MOVE 'ALUNO'    TO TAB-DW-TABELA(11).
           MOVE 'DWALUNO'  TO TAB-DW-ARQUIVO(11).
           MOVE 'SOMA MATRICULA' TO TAB-DW-CAMPO-TOTAL(11).
           MOVE 'OBRA'     TO TAB-DW-TABELA(12).
           MOVE 'DWOBRA'   TO TAB-DW-ARQUIVO(12).
           MOVE 'SOMA CODIGO' TO TAB-DW-CAMPO-TOTAL(12).
           PERFORM ZERAR-ENTRADA-DW
               VARYING WRK-IND-TAB FROM 1 BY 1
               UNTIL WRK-IND-TAB > 12.

       MONTAR-TABELA-DW-EXIT.
           EXIT.

       ZERAR-ENTRADA-DW.
           IF WRK-IND-TAB > 6
               MOVE 'DIMENSAO' TO TAB-DW-TIPO(WRK-IND-TAB)
           ELSE
               MOVE 'FATO' TO TAB-DW-TIPO(WRK-IND-TAB)
           END-IF.
           MOVE 'N' TO TAB-DW-AUSENTE(WRK-IND-TAB).
           MOVE ZEROS TO TAB-DW-LIDOS(WRK-IND-TAB)
                         TAB-DW-GRAVADOS(WRK-IND-TAB)
                         TAB-DW-INCLUSOES(WRK-IND-TAB)
                         TAB-DW-ALTERACOES(WRK-IND-TAB)
                         TAB-DW-EXCLUSOES(WRK-IND-TAB)
                         TAB-DW-TOTAL(WRK-IND-TAB).

       ZERAR-ENTRADA-DW-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * GRAVAR-CABECALHO-DW                                       *
      * PRIMEIRA LINHA DE CADA ARQUIVO: OS NOMES DAS COLUNAS. NOS *
      * FATOS A PRIMEIRA COLUNA E A OPERACAO (I, A OU E).         *
      *----------------------------------------------------------*
       GRAVAR-CABECALHO-DW.
           MOVE SPACES TO WRK-LINHA-DW.
           EVALUATE WRK-IND-TAB
               WHEN 1
                   STRING 'OPERACAO;DATA;VENDEDOR;VENDAS;QTD_VENDAS;'
                              DELIMITED BY SIZE
                          'DEVOLUCOES;QTD_DEVOLUCOES'
                              DELIMITED BY SIZE
                          INTO WRK-LINHA-DW
               WHEN 2
                   STRING 'OPERACAO;CONTA;SEQ;DATA;TIPO;MES;TAXA;'
                              DELIMITED BY SIZE
                          'VALOR;SALDO_APOS' DELIMITED BY SIZE
                          INTO WRK-LINHA-DW
               WHEN 3
                   STRING 'OPERACAO;MATRICULA;ANOMES;TURMA;VALOR;'
                              DELIMITED BY SIZE
                          'VENCIMENTO;SITUACAO;DATA_PGTO;VALOR_PAGO;'
                              DELIMITED BY SIZE
                          'MULTA;NOSSO_NUMERO;VALOR_BRUTO;DESCONTO;'
                              DELIMITED BY SIZE
                          'DESC_BOLSA;DESC_IRMAO;DESC_FUNC;'
                              DELIMITED BY SIZE
                          'DESC_PONTUAL;PONTUAL_PERDIDO'
                              DELIMITED BY SIZE
                          INTO WRK-LINHA-DW
               WHEN 4
                   STRING 'OPERACAO;CONTRATO;PARCELA;CPF;VENDEDOR;'
                              DELIMITED BY SIZE
                          'DATA_VENDA;QTD_PARCELAS;VENCIMENTO;VALOR;'
                              DELIMITED BY SIZE
                          'SITUACAO;DATA_PGTO;TAXA_MENSAL;'
                              DELIMITED BY SIZE
                          'VALOR_JUROS;SALDO;VALOR_PAGO;ENCARGOS;'
                              DELIMITED BY SIZE
                          'CONTRATO_ORIGEM;NOSSO_NUMERO'
                              DELIMITED BY SIZE
                          INTO WRK-LINHA-DW
               WHEN 5
                   STRING 'OPERACAO;SEQUENCIA;DATA;PRODUTO;TIPO;'
                              DELIMITED BY SIZE
                          'QUANTIDADE;CUSTO;VALOR' DELIMITED BY SIZE
                          INTO WRK-LINHA-DW
               WHEN 6
                   STRING 'OPERACAO;ANOMES;PRODUTO;MINIMO;MAXIMO;'
                              DELIMITED BY SIZE
                          'MEDIA;FECHAMENTO' DELIMITED BY SIZE
                          INTO WRK-LINHA-DW
               WHEN 7
                   STRING 'CPF;NOME;ENDERECO;CIDADE;UF;TELEFONE;'
                              DELIMITED BY SIZE
                          'SITUACAO;DATA_SITUACAO;CONSENTIMENTO;'
                              DELIMITED BY SIZE
                          'PERFIL_INV' DELIMITED BY SIZE
                          INTO WRK-LINHA-DW
               WHEN 8
                   MOVE 'CODIGO;NOME;REGIAO;COMISSAO;SITUACAO'
                     TO WRK-LINHA-DW
               WHEN 9
                   MOVE 'CODIGO;NOME;UF;SITUACAO' TO WRK-LINHA-DW
               WHEN 10
                   STRING 'CODIGO;DESCRICAO;UNIDADE;GRUPO;'
                              DELIMITED BY SIZE
                          'ESTOQUE_MINIMO;PONTO_PEDIDO;'
                              DELIMITED BY SIZE
                          'PRAZO_ENTREGA' DELIMITED BY SIZE
                          INTO WRK-LINHA-DW
               WHEN 11
                   STRING 'MATRICULA;NOME;TURMA;SITUACAO;'
                              DELIMITED BY SIZE
                          'RESPONSAVEL;CIDADE_RESP;UF_RESP;CPF_RESP'
                              DELIMITED BY SIZE
                          INTO WRK-LINHA-DW
               WHEN 12
                   MOVE 'CODIGO;CLIENTE;ENDERECO' TO WRK-LINHA-DW
           END-EVALUATE.
           PERFORM GRAVAR-LINHA-DW.

       GRAVAR-CABECALHO-DW-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * GRAVAR-LINHA-DW                                           *
      * GRAVA WRK-LINHA-DW NO ARQUIVO DA TABELA WRK-IND-TAB.      *
      *----------------------------------------------------------*
       GRAVAR-LINHA-DW.
           EVALUATE WRK-IND-TAB
               WHEN 1
                   WRITE LIN-DW-VENDHIST FROM WRK-LINHA-DW
               WHEN 2
                   WRITE LIN-DW-INVMOV FROM WRK-LINHA-DW
               WHEN 3
                   WRITE LIN-DW-MENSAL FROM WRK-LINHA-DW
               WHEN 4
                   WRITE LIN-DW-RECEB FROM WRK-LINHA-DW
               WHEN 5
                   WRITE LIN-DW-ESTLOG FROM WRK-LINHA-DW
               WHEN 6
                   WRITE LIN-DW-PRECO FROM WRK-LINHA-DW
               WHEN 7
                   WRITE LIN-DW-CLIENTE FROM WRK-LINHA-DW
               WHEN 8
                   WRITE LIN-DW-VENDEDOR FROM WRK-LINHA-DW
               WHEN 9
                   WRITE LIN-DW-FILIAL FROM WRK-LINHA-DW
               WHEN 10
                   WRITE LIN-DW-PRODUTO FROM WRK-LINHA-DW
               WHEN 11
                   WRITE LIN-DW-ALUNO FROM WRK-LINHA-DW
               WHEN 12
                   WRITE LIN-DW-OBRA FROM WRK-LINHA-DW
           END-EVALUATE.

       GRAVAR-LINHA-DW-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LIBERAR-VENDHIST ... LIBERAR-PRECO                        *
      * UM PARAGRAFO POR ARQUIVO DE FATO. ORIGEM AUSENTE MARCA A  *
      * TABELA, PARA A IMAGEM ANTERIOR SER MANTIDA SEM EXCLUSOES. *
      *----------------------------------------------------------*
       LIBERAR-VENDHIST.
           MOVE 1 TO WRK-IND-TAB.
           OPEN INPUT VENDA-HIST.
           IF ORIGEM-AUSENTE
               PERFORM MARCAR-ORIGEM-AUSENTE
               GO TO LIBERAR-VENDHIST-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-ORIGEM.
           PERFORM LIBERAR-UMA-VENDHIST UNTIL ORIGEM-FIM.
           CLOSE VENDA-HIST.

       LIBERAR-VENDHIST-EXIT.
           EXIT.

       LIBERAR-UMA-VENDHIST.
           READ VENDA-HIST NEXT RECORD
               AT END
                   SET ORIGEM-FIM TO TRUE
           END-READ.
           IF NOT ORIGEM-FIM
               MOVE VHIST-VENDAS TO TAB-VAL-ED(1)
               MOVE VHIST-DEVOLUCOES TO TAB-VAL-ED(2)
               MOVE SPACES TO SRT-LINHA
               STRING VHIST-DATA DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      VHIST-VENDEDOR DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      FUNCTION TRIM(TAB-VAL-ED(1)) DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      VHIST-QTD-VENDAS DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      FUNCTION TRIM(TAB-VAL-ED(2)) DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      VHIST-QTD-DEVOL DELIMITED BY SIZE
                      INTO SRT-LINHA
               MOVE VHIST-CHAVE TO SRT-CHAVE
               MOVE VHIST-VENDAS TO SRT-VALOR
               PERFORM LIBERAR-LINHA-FATO
           END-IF.

       LIBERAR-UMA-VENDHIST-EXIT.
           EXIT.

       LIBERAR-INVMOV.
           MOVE 2 TO WRK-IND-TAB.
           OPEN INPUT INVESTIMENTO-MOVIMENTOS.
           IF ORIGEM-AUSENTE
               PERFORM MARCAR-ORIGEM-AUSENTE
               GO TO LIBERAR-INVMOV-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-ORIGEM.
           PERFORM LIBERAR-UM-INVMOV UNTIL ORIGEM-FIM.
           CLOSE INVESTIMENTO-MOVIMENTOS.

       LIBERAR-INVMOV-EXIT.
           EXIT.

       LIBERAR-UM-INVMOV.
           READ INVESTIMENTO-MOVIMENTOS NEXT RECORD
               AT END
                   SET ORIGEM-FIM TO TRUE
           END-READ.
           IF NOT ORIGEM-FIM
               MOVE MOV-TAXA TO TAB-VAL-ED(1)
               MOVE MOV-VALOR TO TAB-VAL-ED(2)
               MOVE MOV-SALDO-APOS TO TAB-VAL-ED(3)
               MOVE SPACES TO SRT-LINHA
               STRING MOV-CONTA DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      MOV-SEQ DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      MOV-DATA DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      MOV-TIPO DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      MOV-MES DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      FUNCTION TRIM(TAB-VAL-ED(1)) DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      FUNCTION TRIM(TAB-VAL-ED(2)) DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      FUNCTION TRIM(TAB-VAL-ED(3)) DELIMITED BY SIZE
                      INTO SRT-LINHA
               MOVE MOV-CHAVE TO SRT-CHAVE
               MOVE MOV-VALOR TO SRT-VALOR
               PERFORM LIBERAR-LINHA-FATO
           END-IF.

       LIBERAR-UM-INVMOV-EXIT.
           EXIT.

       LIBERAR-MENSAL.
           MOVE 3 TO WRK-IND-TAB.
           OPEN INPUT MENSALIDADES.
           IF ORIGEM-AUSENTE
               PERFORM MARCAR-ORIGEM-AUSENTE
               GO TO LIBERAR-MENSAL-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-ORIGEM.
           PERFORM LIBERAR-UMA-MENSAL UNTIL ORIGEM-FIM.
           CLOSE MENSALIDADES.

       LIBERAR-MENSAL-EXIT.
           EXIT.

       LIBERAR-UMA-MENSAL.
           READ MENSALIDADES NEXT RECORD
               AT END
                   SET ORIGEM-FIM TO TRUE
           END-READ.
           IF NOT ORIGEM-FIM
               MOVE MENS-VALOR TO TAB-VAL-ED(1)
               MOVE MENS-VALOR-PAGO TO TAB-VAL-ED(2)
               MOVE MENS-MULTA TO TAB-VAL-ED(3)
               MOVE MENS-VALOR-BRUTO TO TAB-VAL-ED(4)
               MOVE MENS-DESCONTO TO TAB-VAL-ED(5)
               MOVE MENS-DESC-BOLSA TO TAB-VAL-ED(6)
               MOVE MENS-DESC-IRMAO TO TAB-VAL-ED(7)
               MOVE MENS-DESC-FUNC TO TAB-VAL-ED(8)
               MOVE MENS-DESC-PONTUAL TO TAB-VAL-ED(9)
               MOVE MENS-PONTUAL-PERDIDO TO TAB-VAL-ED(10)
               MOVE SPACES TO SRT-LINHA
               STRING MENS-MATRICULA DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      MENS-ANOMES DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      FUNCTION TRIM(MENS-TURMA) DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      FUNCTION TRIM(TAB-VAL-ED(1)) DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      MENS-VENCIMENTO DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      MENS-SITUACAO DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      MENS-DATA-PGTO DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      FUNCTION TRIM(TAB-VAL-ED(2)) DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      FUNCTION TRIM(TAB-VAL-ED(3)) DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      MENS-NOSSO-NUMERO DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      FUNCTION TRIM(TAB-VAL-ED(4)) DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      FUNCTION TRIM(TAB-VAL-ED(5)) DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      FUNCTION TRIM(TAB-VAL-ED(6)) DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      FUNCTION TRIM(TAB-VAL-ED(7)) DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      FUNCTION TRIM(TAB-VAL-ED(8)) DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      FUNCTION TRIM(TAB-VAL-ED(9)) DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      FUNCTION TRIM(TAB-VAL-ED(10)) DELIMITED BY SIZE
                      INTO SRT-LINHA
               MOVE MENS-CHAVE TO SRT-CHAVE
               MOVE MENS-VALOR TO SRT-VALOR
               PERFORM LIBERAR-LINHA-FATO
           END-IF.

       LIBERAR-UMA-MENSAL-EXIT.
           EXIT.

       LIBERAR-RECEB.
           MOVE 4 TO WRK-IND-TAB.
           OPEN INPUT CONTAS-RECEBER.
           IF ORIGEM-AUSENTE
               PERFORM MARCAR-ORIGEM-AUSENTE
               GO TO LIBERAR-RECEB-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-ORIGEM.
           PERFORM LIBERAR-UM-RECEB UNTIL ORIGEM-FIM.
           CLOSE CONTAS-RECEBER.

       LIBERAR-RECEB-EXIT.
           EXIT.

       LIBERAR-UM-RECEB.
           READ CONTAS-RECEBER NEXT RECORD
               AT END
                   SET ORIGEM-FIM TO TRUE
           END-READ.
           IF NOT ORIGEM-FIM
               COMPUTE WRK-CPF-ULT2 = FUNCTION MOD(REC-CPF, 100)
               PERFORM MASCARAR-CPF
               MOVE REC-VALOR TO TAB-VAL-ED(1)
               MOVE REC-TAXA-MENSAL TO WRK-TAXA-ED
               MOVE REC-VALOR-JUROS TO TAB-VAL-ED(2)
               MOVE REC-SALDO TO TAB-VAL-ED(3)
               MOVE REC-VALOR-PAGO TO TAB-VAL-ED(4)
               MOVE REC-ENCARGOS TO TAB-VAL-ED(5)
               MOVE SPACES TO SRT-LINHA
               STRING REC-CONTRATO DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      REC-PARCELA DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      FUNCTION TRIM(WRK-CPF-MASCARADO)
                          DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      REC-VENDEDOR DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      REC-DATA-VENDA DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      REC-QTD-PARCELAS DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      REC-VENCIMENTO DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      FUNCTION TRIM(TAB-VAL-ED(1)) DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      REC-SITUACAO DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      REC-DATA-PGTO DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      FUNCTION TRIM(WRK-TAXA-ED) DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      FUNCTION TRIM(TAB-VAL-ED(2)) DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      FUNCTION TRIM(TAB-VAL-ED(3)) DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      FUNCTION TRIM(TAB-VAL-ED(4)) DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      FUNCTION TRIM(TAB-VAL-ED(5)) DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      REC-CONTRATO-ORIGEM DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      REC-NOSSO-NUMERO DELIMITED BY SIZE
                      INTO SRT-LINHA
               MOVE REC-CHAVE TO SRT-CHAVE
               MOVE REC-VALOR TO SRT-VALOR
               PERFORM LIBERAR-LINHA-FATO
           END-IF.

       LIBERAR-UM-RECEB-EXIT.
           EXIT.

       LIBERAR-ESTLOG.
           MOVE 5 TO WRK-IND-TAB.
           MOVE ZEROS TO WRK-SEQ-ESTLOG.
           OPEN INPUT ESTOQUE-LOG.
           IF ORIGEM-AUSENTE
               PERFORM MARCAR-ORIGEM-AUSENTE
               GO TO LIBERAR-ESTLOG-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-ORIGEM.
           PERFORM LIBERAR-UM-ESTLOG UNTIL ORIGEM-FIM.
           CLOSE ESTOQUE-LOG.

       LIBERAR-ESTLOG-EXIT.
           EXIT.

       LIBERAR-UM-ESTLOG.
           READ ESTOQUE-LOG
               AT END
                   SET ORIGEM-FIM TO TRUE
           END-READ.
           IF NOT ORIGEM-FIM
               ADD 1 TO WRK-SEQ-ESTLOG
               MOVE ELOG-QUANTIDADE TO TAB-VAL-ED(1)
               MOVE ELOG-CUSTO TO TAB-VAL-ED(2)
               MOVE ELOG-VALOR TO TAB-VAL-ED(3)
               MOVE SPACES TO SRT-LINHA
               STRING WRK-SEQ-ESTLOG DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      ELOG-DATA DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      FUNCTION TRIM(ELOG-PRODUTO) DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      ELOG-TIPO DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      FUNCTION TRIM(TAB-VAL-ED(1)) DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      FUNCTION TRIM(TAB-VAL-ED(2)) DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      FUNCTION TRIM(TAB-VAL-ED(3)) DELIMITED BY SIZE
                      INTO SRT-LINHA
               MOVE SPACES TO SRT-CHAVE
               MOVE WRK-SEQ-ESTLOG TO SRT-CHAVE(1:9)
               MOVE ELOG-VALOR TO SRT-VALOR
               PERFORM LIBERAR-LINHA-FATO
           END-IF.

       LIBERAR-UM-ESTLOG-EXIT.
           EXIT.

       LIBERAR-PRECO.
           MOVE 6 TO WRK-IND-TAB.
           OPEN INPUT PRECO-RESUMO.
           IF ORIGEM-AUSENTE
               PERFORM MARCAR-ORIGEM-AUSENTE
               GO TO LIBERAR-PRECO-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-ORIGEM.
           PERFORM LIBERAR-UM-PRECO UNTIL ORIGEM-FIM.
           CLOSE PRECO-RESUMO.

       LIBERAR-PRECO-EXIT.
           EXIT.

       LIBERAR-UM-PRECO.
           READ PRECO-RESUMO
               AT END
                   SET ORIGEM-FIM TO TRUE
           END-READ.
           IF NOT ORIGEM-FIM
               MOVE SUMM-MINIMO TO TAB-VAL-ED(1)
               MOVE SUMM-MAXIMO TO TAB-VAL-ED(2)
               MOVE SUMM-MEDIA TO TAB-VAL-ED(3)
               MOVE SUMM-FECHAMENTO TO TAB-VAL-ED(4)
               MOVE SPACES TO SRT-LINHA
               STRING SUMM-ANOMES DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      FUNCTION TRIM(SUMM-PRODUTO) DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      FUNCTION TRIM(TAB-VAL-ED(1)) DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      FUNCTION TRIM(TAB-VAL-ED(2)) DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      FUNCTION TRIM(TAB-VAL-ED(3)) DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      FUNCTION TRIM(TAB-VAL-ED(4)) DELIMITED BY SIZE
                      INTO SRT-LINHA
               MOVE SPACES TO SRT-CHAVE
               MOVE SUMM-ANOMES TO SRT-CHAVE(1:6)
               MOVE SUMM-PRODUTO TO SRT-CHAVE(7:10)
               MOVE SUMM-FECHAMENTO TO SRT-VALOR
               PERFORM LIBERAR-LINHA-FATO
           END-IF.

       LIBERAR-UM-PRECO-EXIT.
           EXIT.

       LIBERAR-LINHA-FATO.
           MOVE WRK-IND-TAB TO SRT-TABELA.
           ADD 1 TO TAB-DW-LIDOS(WRK-IND-TAB).
           RELEASE REG-DW-SORT.

       LIBERAR-LINHA-FATO-EXIT.
           EXIT.

       MARCAR-ORIGEM-AUSENTE.
           DISPLAY 'ARQUIVO DE ORIGEM ' TAB-DW-TABELA(WRK-IND-TAB)
                   ' AUSENTE - TABELA FORA DA EXTRACAO.'.
           SET TAB-DW-SEM-ORIGEM(WRK-IND-TAB) TO TRUE.
           MOVE 4 TO WRK-RC.

       MARCAR-ORIGEM-AUSENTE-EXIT.
           EXIT.

       MASCARAR-CPF.
           MOVE SPACES TO WRK-CPF-MASCARADO.
           STRING '***.***.***-' WRK-CPF-ULT2
               DELIMITED BY SIZE INTO WRK-CPF-MASCARADO.

       MASCARAR-CPF-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * CASAR-FATO                                                *
      * UM PASSO DO BALANCE LINE ENTRE A LINHA CLASSIFICADA E A   *
      * IMAGEM ANTERIOR. TABELA SEM ORIGEM NA NOITE TEM A IMAGEM  *
      * COPIADA SEM GERAR EXCLUSOES.                              *
      *----------------------------------------------------------*
       CASAR-FATO.
           IF WRK-CHAVE-SRT < WRK-CHAVE-SNP
               MOVE 'I' TO WRK-OPERACAO
               PERFORM ENTREGAR-LINHA-FATO
               PERFORM GRAVAR-IMAGEM-SORT
               PERFORM RETORNAR-SORT
               GO TO CASAR-FATO-EXIT
           END-IF.
           IF WRK-CHAVE-SRT = WRK-CHAVE-SNP
               IF SRT-LINHA NOT = SNP-LINHA
                   MOVE 'A' TO WRK-OPERACAO
                   PERFORM ENTREGAR-LINHA-FATO
               END-IF
               PERFORM GRAVAR-IMAGEM-SORT
               PERFORM RETORNAR-SORT
               PERFORM LER-IMAGEM
               GO TO CASAR-FATO-EXIT
           END-IF.
           MOVE SNP-TABELA TO WRK-IND-TAB.
           IF TAB-DW-SEM-ORIGEM(WRK-IND-TAB)
               WRITE REG-DW-IMAGEM-NOVA FROM REG-DW-IMAGEM
               ADD 1 TO WRK-TOTAL-IMAGEM
           ELSE
               MOVE SPACES TO WRK-LINHA-DW
               STRING 'E;' DELIMITED BY SIZE
                      SNP-LINHA DELIMITED BY SIZE
                      INTO WRK-LINHA-DW
               PERFORM GRAVAR-LINHA-DW
               ADD 1 TO TAB-DW-EXCLUSOES(WRK-IND-TAB)
               ADD 1 TO TAB-DW-GRAVADOS(WRK-IND-TAB)
           END-IF.
           PERFORM LER-IMAGEM.

       CASAR-FATO-EXIT.
           EXIT.

       ENTREGAR-LINHA-FATO.
           MOVE SRT-TABELA TO WRK-IND-TAB.
           MOVE SPACES TO WRK-LINHA-DW.
           STRING WRK-OPERACAO DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  SRT-LINHA DELIMITED BY SIZE
                  INTO WRK-LINHA-DW.
           PERFORM GRAVAR-LINHA-DW.
           ADD 1 TO TAB-DW-GRAVADOS(WRK-IND-TAB).
           ADD SRT-VALOR TO TAB-DW-TOTAL(WRK-IND-TAB).
           IF WRK-OPERACAO = 'I'
               ADD 1 TO TAB-DW-INCLUSOES(WRK-IND-TAB)
           ELSE
               ADD 1 TO TAB-DW-ALTERACOES(WRK-IND-TAB)
           END-IF.

       ENTREGAR-LINHA-FATO-EXIT.
           EXIT.

       GRAVAR-IMAGEM-SORT.
           MOVE SPACES TO REG-DW-IMAGEM-NOVA.
           MOVE SRT-CHAVE-COMPLETA TO REG-DW-IMAGEM-NOVA(1:18).
           MOVE SRT-LINHA TO REG-DW-IMAGEM-NOVA(19:176).
           WRITE REG-DW-IMAGEM-NOVA.
           ADD 1 TO WRK-TOTAL-IMAGEM.

       GRAVAR-IMAGEM-SORT-EXIT.
           EXIT.

       RETORNAR-SORT.
           RETURN DW-SORT-FILE
               AT END
                   SET SORT-FIM TO TRUE
           END-RETURN.
           IF SORT-FIM
               MOVE HIGH-VALUES TO WRK-CHAVE-SRT
           ELSE
               MOVE SRT-CHAVE-COMPLETA TO WRK-CHAVE-SRT
           END-IF.

       RETORNAR-SORT-EXIT.
           EXIT.

       LER-IMAGEM.
           READ DW-IMAGEM
               AT END
                   SET IMAGEM-FIM TO TRUE
           END-READ.
           IF IMAGEM-FIM
               MOVE HIGH-VALUES TO WRK-CHAVE-SNP
           ELSE
               MOVE SNP-CHAVE-COMPLETA TO WRK-CHAVE-SNP
           END-IF.

       LER-IMAGEM-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * EXTRAIR-CLIENTE ... EXTRAIR-OBRA                          *
      * UM PARAGRAFO POR DIMENSAO, GRAVADA INTEIRA.               *
      *----------------------------------------------------------*
       EXTRAIR-CLIENTE.
           MOVE 7 TO WRK-IND-TAB.
           OPEN INPUT CADASTRO-CLIENTE.
           IF ORIGEM-AUSENTE
               PERFORM MARCAR-ORIGEM-AUSENTE
               GO TO EXTRAIR-CLIENTE-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-ORIGEM.
           PERFORM EXTRAIR-UM-CLIENTE UNTIL ORIGEM-FIM.
           CLOSE CADASTRO-CLIENTE.

       EXTRAIR-CLIENTE-EXIT.
           EXIT.

       EXTRAIR-UM-CLIENTE.
           READ CADASTRO-CLIENTE NEXT RECORD
               AT END
                   SET ORIGEM-FIM TO TRUE
           END-READ.
           IF NOT ORIGEM-FIM
               COMPUTE WRK-CPF-ULT2 = FUNCTION MOD(REG-CPF, 100)
               PERFORM MASCARAR-CPF
               MOVE SPACES TO WRK-LINHA-DW
               STRING FUNCTION TRIM(WRK-CPF-MASCARADO)
                          DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      FUNCTION TRIM(REG-NOME) DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      FUNCTION TRIM(REG-ENDERECO) DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      FUNCTION TRIM(REG-CIDADE) DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      REG-UF DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      FUNCTION TRIM(REG-TELEFONE) DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      REG-SITUACAO DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      REG-DATA-SITUACAO DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      REG-CONSENTIMENTO DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      REG-PERFIL-INV DELIMITED BY SIZE
                      INTO WRK-LINHA-DW
               IF REG-CLIENTE-ATIVO
                   ADD 1 TO TAB-DW-TOTAL(WRK-IND-TAB)
               END-IF
               PERFORM ENTREGAR-LINHA-DIMENSAO
           END-IF.

       EXTRAIR-UM-CLIENTE-EXIT.
           EXIT.

       EXTRAIR-VENDEDOR.
           MOVE 8 TO WRK-IND-TAB.
           OPEN INPUT VENDEDOR-MASTER.
           IF ORIGEM-AUSENTE
               PERFORM MARCAR-ORIGEM-AUSENTE
               GO TO EXTRAIR-VENDEDOR-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-ORIGEM.
           PERFORM EXTRAIR-UM-VENDEDOR UNTIL ORIGEM-FIM.
           CLOSE VENDEDOR-MASTER.

       EXTRAIR-VENDEDOR-EXIT.
           EXIT.

       EXTRAIR-UM-VENDEDOR.
           READ VENDEDOR-MASTER NEXT RECORD
               AT END
                   SET ORIGEM-FIM TO TRUE
           END-READ.
           IF NOT ORIGEM-FIM
               MOVE VEND-COMISSAO TO TAB-VAL-ED(1)
               MOVE SPACES TO WRK-LINHA-DW
               STRING VEND-CODIGO DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      FUNCTION TRIM(VEND-NOME) DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      FUNCTION TRIM(VEND-REGIAO) DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      FUNCTION TRIM(TAB-VAL-ED(1)) DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      VEND-SITUACAO DELIMITED BY SIZE
                      INTO WRK-LINHA-DW
               ADD VEND-CODIGO TO TAB-DW-TOTAL(WRK-IND-TAB)
               PERFORM ENTREGAR-LINHA-DIMENSAO
           END-IF.

       EXTRAIR-UM-VENDEDOR-EXIT.
           EXIT.

       EXTRAIR-FILIAL.
           MOVE 9 TO WRK-IND-TAB.
           OPEN INPUT FILIAL-MASTER.
           IF ORIGEM-AUSENTE
               PERFORM MARCAR-ORIGEM-AUSENTE
               GO TO EXTRAIR-FILIAL-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-ORIGEM.
           PERFORM EXTRAIR-UMA-FILIAL UNTIL ORIGEM-FIM.
           CLOSE FILIAL-MASTER.

       EXTRAIR-FILIAL-EXIT.
           EXIT.

       EXTRAIR-UMA-FILIAL.
           READ FILIAL-MASTER NEXT RECORD
               AT END
                   SET ORIGEM-FIM TO TRUE
           END-READ.
           IF NOT ORIGEM-FIM
               MOVE SPACES TO WRK-LINHA-DW
               STRING FUNCTION TRIM(FIL-CODIGO) DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      FUNCTION TRIM(FIL-NOME) DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      FIL-UF DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      FIL-SITUACAO DELIMITED BY SIZE
                      INTO WRK-LINHA-DW
               IF FILIAL-ATIVA
                   ADD 1 TO TAB-DW-TOTAL(WRK-IND-TAB)
               END-IF
               PERFORM ENTREGAR-LINHA-DIMENSAO
           END-IF.

       EXTRAIR-UMA-FILIAL-EXIT.
           EXIT.

       EXTRAIR-PRODUTO.
           MOVE 10 TO WRK-IND-TAB.
           OPEN INPUT PRODUTO-MASTER.
           IF ORIGEM-AUSENTE
               PERFORM MARCAR-ORIGEM-AUSENTE
               GO TO EXTRAIR-PRODUTO-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-ORIGEM.
           PERFORM EXTRAIR-UM-PRODUTO UNTIL ORIGEM-FIM.
           CLOSE PRODUTO-MASTER.

       EXTRAIR-PRODUTO-EXIT.
           EXIT.

       EXTRAIR-UM-PRODUTO.
           READ PRODUTO-MASTER NEXT RECORD
               AT END
                   SET ORIGEM-FIM TO TRUE
           END-READ.
           IF NOT ORIGEM-FIM
               MOVE PROD-ESTOQUE-MINIMO TO TAB-VAL-ED(1)
               MOVE PROD-PONTO-PEDIDO TO TAB-VAL-ED(2)
               MOVE SPACES TO WRK-LINHA-DW
               STRING FUNCTION TRIM(PROD-CODIGO) DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      FUNCTION TRIM(PROD-DESCRICAO) DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      FUNCTION TRIM(PROD-UNIDADE) DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      FUNCTION TRIM(PROD-GRUPO) DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      FUNCTION TRIM(TAB-VAL-ED(1)) DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      FUNCTION TRIM(TAB-VAL-ED(2)) DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      PROD-PRAZO-ENTREGA DELIMITED BY SIZE
                      INTO WRK-LINHA-DW
               ADD PROD-ESTOQUE-MINIMO TO TAB-DW-TOTAL(WRK-IND-TAB)
               PERFORM ENTREGAR-LINHA-DIMENSAO
           END-IF.

       EXTRAIR-UM-PRODUTO-EXIT.
           EXIT.

       EXTRAIR-ALUNO.
           MOVE 11 TO WRK-IND-TAB.
           OPEN INPUT ALUNO-MASTER.
           IF ORIGEM-AUSENTE
               PERFORM MARCAR-ORIGEM-AUSENTE
               GO TO EXTRAIR-ALUNO-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-ORIGEM.
           PERFORM EXTRAIR-UM-ALUNO UNTIL ORIGEM-FIM.
           CLOSE ALUNO-MASTER.

       EXTRAIR-ALUNO-EXIT.
           EXIT.

       EXTRAIR-UM-ALUNO.
           READ ALUNO-MASTER NEXT RECORD
               AT END
                   SET ORIGEM-FIM TO TRUE
           END-READ.
           IF NOT ORIGEM-FIM
               COMPUTE WRK-CPF-ULT2 =
                   FUNCTION MOD(ALUN-CPF-RESP, 100)
               PERFORM MASCARAR-CPF
               MOVE SPACES TO WRK-LINHA-DW
               STRING ALUN-MATRICULA DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      FUNCTION TRIM(ALUN-NOME) DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      FUNCTION TRIM(ALUN-TURMA) DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      ALUN-SITUACAO DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      FUNCTION TRIM(ALUN-RESPONSAVEL)
                          DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      FUNCTION TRIM(ALUN-CIDADE-RESP)
                          DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      ALUN-UF-RESP DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      FUNCTION TRIM(WRK-CPF-MASCARADO)
                          DELIMITED BY SIZE
                      INTO WRK-LINHA-DW
               ADD ALUN-MATRICULA TO TAB-DW-TOTAL(WRK-IND-TAB)
               PERFORM ENTREGAR-LINHA-DIMENSAO
           END-IF.

       EXTRAIR-UM-ALUNO-EXIT.
           EXIT.

       EXTRAIR-OBRA.
           MOVE 12 TO WRK-IND-TAB.
           OPEN INPUT OBRA-MASTER.
           IF ORIGEM-AUSENTE
               PERFORM MARCAR-ORIGEM-AUSENTE
               GO TO EXTRAIR-OBRA-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-ORIGEM.
           PERFORM EXTRAIR-UMA-OBRA UNTIL ORIGEM-FIM.
           CLOSE OBRA-MASTER.

       EXTRAIR-OBRA-EXIT.
           EXIT.

       EXTRAIR-UMA-OBRA.
           READ OBRA-MASTER NEXT RECORD
               AT END
                   SET ORIGEM-FIM TO TRUE
           END-READ.
           IF NOT ORIGEM-FIM
               MOVE SPACES TO WRK-LINHA-DW
               STRING OBRA-CODIGO DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      FUNCTION TRIM(OBRA-CLIENTE) DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      FUNCTION TRIM(OBRA-ENDERECO) DELIMITED BY SIZE
                      INTO WRK-LINHA-DW
               ADD OBRA-CODIGO TO TAB-DW-TOTAL(WRK-IND-TAB)
               PERFORM ENTREGAR-LINHA-DIMENSAO
           END-IF.

       EXTRAIR-UMA-OBRA-EXIT.
           EXIT.

       ENTREGAR-LINHA-DIMENSAO.
           PERFORM GRAVAR-LINHA-DW.
           ADD 1 TO TAB-DW-LIDOS(WRK-IND-TAB).
           ADD 1 TO TAB-DW-GRAVADOS(WRK-IND-TAB).

       ENTREGAR-LINHA-DIMENSAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * FECHAR-ARQUIVO-DW                                         *
      * TRAILER DO ARQUIVO (TABELA, DATA, RODADA, MODO,           *
      * REGISTROS, INCLUSOES, ALTERACOES, EXCLUSOES E TOTAL DE    *
      * CONTROLE) E A LINHA DO ARQUIVO NO MANIFESTO.              *
      *----------------------------------------------------------*
       FECHAR-ARQUIVO-DW.
           MOVE TAB-DW-TOTAL(WRK-IND-TAB) TO WRK-TOTAL-ED.
           MOVE SPACES TO WRK-LINHA-DW.
           STRING 'TRAILER;' DELIMITED BY SIZE
                  TAB-DW-TABELA(WRK-IND-TAB) DELIMITED BY SPACE
                  ';' DELIMITED BY SIZE
                  RUNDATE-HOJE DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WRK-RODADA DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WRK-MODO-ED DELIMITED BY SPACE
                  ';' DELIMITED BY SIZE
                  TAB-DW-GRAVADOS(WRK-IND-TAB) DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  TAB-DW-INCLUSOES(WRK-IND-TAB) DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  TAB-DW-ALTERACOES(WRK-IND-TAB) DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  TAB-DW-EXCLUSOES(WRK-IND-TAB) DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  FUNCTION TRIM(WRK-TOTAL-ED) DELIMITED BY SIZE
                  INTO WRK-LINHA-DW.
           PERFORM GRAVAR-LINHA-DW.
           ADD TAB-DW-GRAVADOS(WRK-IND-TAB) TO WRK-TOTAL-LINHAS.

           MOVE SPACES TO LIN-DW-MANIFESTO.
           STRING TAB-DW-ARQUIVO(WRK-IND-TAB) DELIMITED BY SPACE
                  ';' DELIMITED BY SIZE
                  TAB-DW-TABELA(WRK-IND-TAB) DELIMITED BY SPACE
                  ';' DELIMITED BY SIZE
                  TAB-DW-TIPO(WRK-IND-TAB) DELIMITED BY SPACE
                  ';' DELIMITED BY SIZE
                  WRK-MODO-ED DELIMITED BY SPACE
                  ';' DELIMITED BY SIZE
                  TAB-DW-GRAVADOS(WRK-IND-TAB) DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  TAB-DW-INCLUSOES(WRK-IND-TAB) DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  TAB-DW-ALTERACOES(WRK-IND-TAB) DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  TAB-DW-EXCLUSOES(WRK-IND-TAB) DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  FUNCTION TRIM(WRK-TOTAL-ED) DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  FUNCTION TRIM(TAB-DW-CAMPO-TOTAL(WRK-IND-TAB))
                      DELIMITED BY SIZE
                  INTO LIN-DW-MANIFESTO.
           WRITE LIN-DW-MANIFESTO.
           DISPLAY TAB-DW-TABELA(WRK-IND-TAB) ' LIDOS '
                   TAB-DW-LIDOS(WRK-IND-TAB) ' ENTREGUES '
                   TAB-DW-GRAVADOS(WRK-IND-TAB).

       FECHAR-ARQUIVO-DW-EXIT.
           EXIT.

       ANOTAR-CONTROLE-DW.
           MOVE TAB-DW-TABELA(WRK-IND-TAB) TO DWC-TABELA.
           MOVE RUNDATE-HOJE TO DWC-DATA-EXTRACAO.
           MOVE WRK-RODADA TO DWC-RODADA.
           MOVE WRK-MODO TO DWC-MODO.
           MOVE TAB-DW-LIDOS(WRK-IND-TAB) TO DWC-LIDOS.
           MOVE TAB-DW-GRAVADOS(WRK-IND-TAB) TO DWC-GRAVADOS.
           MOVE TAB-DW-INCLUSOES(WRK-IND-TAB) TO DWC-INCLUSOES.
           MOVE TAB-DW-ALTERACOES(WRK-IND-TAB) TO DWC-ALTERACOES.
           MOVE TAB-DW-EXCLUSOES(WRK-IND-TAB) TO DWC-EXCLUSOES.
           MOVE TAB-DW-TOTAL(WRK-IND-TAB) TO DWC-TOTAL-CONTROLE.
           IF NOT TAB-DW-SEM-ORIGEM(WRK-IND-TAB)
               REWRITE REG-DW-CONTROLE
                   INVALID KEY
                       WRITE REG-DW-CONTROLE
               END-REWRITE
           END-IF.

       ANOTAR-CONTROLE-DW-EXIT.
           EXIT.

           COPY 'GERACAOP.CPY' REPLACING ==GER-PROGRAM-ID==
               BY =='DWEXTR'==.
           COPY 'RUNDATEP.CPY'.
