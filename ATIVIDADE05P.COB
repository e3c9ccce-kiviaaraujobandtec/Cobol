      *CDB E LCI - COM O TOTAL GERAL.
      *DATA   = 27/02/22
      *HISTORICO DE ALTERACOES
      *07/05/22 KA O CDB-CDI (POS-FIXADO EM % DO CDI) NAO TEM TAXA
      *MENSAL NA TABELA DE MERCADO: E PROJETADO PELO ULTIMO CDI
      *CARREGADO NA SERIE DIARIA (CDIDIA) TIMES O PERCENTUAL
      *CONTRATADO DA CONTA, NA BASE DE 252, COM OS DIAS UTEIS
      *POR MES DO PARAMETRO CDI-DIAS-MES (PADRAO 21). ENTRA NO
      *SUBTOTAL E NO IR ESTIMADO DO CDB
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS TAXA-CHAVE
               FILE STATUS IS TAXA-WS-STATUS.

           SELECT CDI-DIARIO ASSIGN TO "CDIDIA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CDI-DATA
               FILE STATUS IS CDI-WS-STATUS.

           SELECT RELATORIO-PROJECAO ASSIGN TO "YEPROJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.
       FD  TAXAS-MERCADO.
           COPY 'TAXAS.CPY'.

       FD  CDI-DIARIO.
           COPY 'CDIDIA.CPY'.

       FD  RELATORIO-PROJECAO.
       01  LINHA-RELATORIO     PIC X(80).

       WORKING-STORAGE SECTION.
           COPY 'PARAMETROSW.CPY'.
           COPY 'TAXASW.CPY'.
           COPY 'CDIDIAW.CPY'.
       77 WRK-LEDGER-STATUS PIC X(02) VALUE ZEROS.
           88 LEDGER-OK VALUE '00'.
           88 LEDGER-FIM VALUE '10'.
       77 WRK-MESES-PROJETADOS PIC 9(02) VALUE ZEROS.

       77 WRK-TIPO-PRODUTO PIC X(08) VALUE SPACES.
           88 PRODUTO-CDB      VALUE 'CDB' 'CDB-CDI'.
           88 PRODUTO-POUPANCA VALUE 'POUPANCA'.
           88 PRODUTO-LCI      VALUE 'LCI'.
           88 PRODUTO-CDB-CDI  VALUE 'CDB-CDI'.
       77 WRK-SALDO-PROJ PIC S9(08)V99 VALUE ZEROS.
       77 WRK-RENDIMENTO PIC S9(08)V99 VALUE ZEROS.
       77 WRK-IR-ESTIMADO PIC S9(08)V99 VALUE ZEROS.

      *PROJECAO DO CDB-CDI: ULTIMO CDI DA SERIE (% A.A.), DIAS
      *UTEIS POR MES E FATOR MENSAL DA CONTA PELO PERCENTUAL
       77 WRK-CDI-ATUAL     PIC 9(02)V99 VALUE ZEROS.
       77 WRK-DIAS-MES-CDI  PIC 9(02) VALUE 21.
       77 WRK-FATOR-DI      PIC 9(01)V9(08) VALUE ZEROS.
       77 WRK-TAXA-DI-DIA   PIC V9(08) VALUE ZEROS.
       77 WRK-TAXA-DIA      PIC V9(16) VALUE ZEROS.
       77 WRK-FATOR-DIA     PIC 9(01)V9(16) VALUE ZEROS.
       77 WRK-FATOR-MES-CDI PIC 9(02)V9(16) VALUE ZEROS.

      *FAIXAS DA TABELA REGRESSIVA DE IR DO CDB (COMO NA
      *ATIVIDADE05)
       77 WRK-IR-FAIXA1-MES PIC 9(03)      VALUE 6.

           PERFORM CARREGAR-FAIXAS-IR.

           MOVE 'CDI-DIAS-MES' TO PARM-CODIGO.
           PERFORM LER-PARAMETRO.
           IF PARM-VALOR > ZEROS
               MOVE PARM-VALOR TO WRK-DIAS-MES-CDI
           END-IF.
           MOVE RUNDATE-HOJE TO CDI-WS-DATA.
           PERFORM LER-ULTIMO-CDI.
           IF CDI-ENCONTRADO
               MOVE CDI-WS-TAXA TO WRK-CDI-ATUAL
           ELSE
               DISPLAY 'SERIE DO CDI SEM TAXA RECENTE - CONTAS '
                       'CDB-CDI PROJETADAS SEM RENDIMENTO.'
           END-IF.

           OPEN INPUT INVESTIMENTO-LEDGER.
           IF LEDGER-NAO-ENCONTRADO
               DISPLAY 'RAZAO DE INVESTIMENTOS INEXISTENTE.'
           END-IF.

           PERFORM FECHAR-TAXAS.
           PERFORM FECHAR-CDI.
           PERFORM FECHAR-PARAMETROS.

           DISPLAY 'PROJECAO GRAVADA EM YEPROJ.'.
           MOVE LEDGER-SALDO TO WRK-SALDO-PROJ.
           MOVE ZEROS TO WRK-MESES-PROJETADOS.

           IF PRODUTO-CDB-CDI
               PERFORM CALCULAR-FATOR-MES-CDI
           END-IF.

           COMPUTE WRK-MES-PROJ = WRK-MES-REF + 1.
           PERFORM PROJETAR-UM-MES THRU PROJETAR-UM-MES-EXIT
               UNTIL WRK-MES-PROJ > 12.

           COMPUTE WRK-RENDIMENTO = WRK-SALDO-PROJ - LEDGER-SALDO.
           EXIT.

       PROJETAR-UM-MES.
           IF PRODUTO-CDB-CDI
               IF WRK-FATOR-MES-CDI > 1
                   COMPUTE WRK-SALDO-PROJ ROUNDED =
                       WRK-SALDO-PROJ * WRK-FATOR-MES-CDI
                   ADD 1 TO WRK-MESES-PROJETADOS
               END-IF
               ADD 1 TO WRK-MES-PROJ
               GO TO PROJETAR-UM-MES-EXIT
           END-IF.
           MOVE WRK-TIPO-PRODUTO TO TAXA-WS-PRODUTO.
           COMPUTE TAXA-WS-ANOMES = WRK-ANO-REF * 100 + WRK-MES-PROJ.
           PERFORM LER-TAXA.
       PROJETAR-UM-MES-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * CALCULAR-FATOR-MES-CDI                                    *
      * FATOR MENSAL DO CDB-CDI: FATOR DIARIO DO ULTIMO CDI (BASE *
      * 252) PELO PERCENTUAL CONTRATADO DA CONTA, ELEVADO AOS     *
      * DIAS UTEIS DO MES - A MESMA CONTA DA APROPRIACAO DIARIA   *
      * (ATIVIDADE05B).                                           *
      *----------------------------------------------------------*
       CALCULAR-FATOR-MES-CDI.
           MOVE 1 TO WRK-FATOR-MES-CDI.
           IF WRK-CDI-ATUAL > ZEROS AND LEDGER-PERC-CDI > ZEROS
               COMPUTE WRK-FATOR-DI ROUNDED =
                   (1 + WRK-CDI-ATUAL / 100) ** (1 / 252)
               COMPUTE WRK-TAXA-DI-DIA = WRK-FATOR-DI - 1
               COMPUTE WRK-TAXA-DIA ROUNDED =
                   WRK-TAXA-DI-DIA * LEDGER-PERC-CDI / 100
               COMPUTE WRK-FATOR-DIA = WRK-TAXA-DIA + 1
               COMPUTE WRK-FATOR-MES-CDI ROUNDED =
                   WRK-FATOR-DIA ** WRK-DIAS-MES-CDI
           END-IF.

       CALCULAR-FATOR-MES-CDI-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ESTIMAR-IR                                                *
      * ESTIMA O IR DEVIDO NO CDB SOBRE O RENDIMENTO PROJETADO,   *
           COPY 'RUNDATEP.CPY'.
           COPY 'RPTHDRP.CPY'.
           COPY 'TAXASP.CPY'.
           COPY 'CDIDIAP.CPY'.
           COPY 'PARAMETROSP.CPY'.
