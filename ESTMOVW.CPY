      ***********************************************************
      * ESTMOVW.CPY                                               *
      * CAMPOS DE APOIO PARA A MOVIMENTACAO DO ESTOQUE-MASTER     *
      * PELO CUSTO MEDIO MOVEL (PARAGRAFOS DE ESTMOVP.CPY).       *
      * USO: COPY 'ESTMOVW.CPY'. NA WORKING-STORAGE SECTION.      *
      * 01/05/22 KA TIPO A (AJUSTE DE INVENTARIO) COM O SENTIDO   *
      * EM ESTM-WS-SENTIDO (- FALTA, + SOBRA).                    *
      * 10/06/22 KA STATUS E SITUACAO DO INVCONT PARA O MOTIVO  *
      * INV (PRODUTO CONGELADO PELO INVENTARIO FISICO).           *
      ***********************************************************
       77  ESTM-WS-EST-STATUS   PIC X(02) VALUE ZEROS.
           88 ESTM-EST-OK           VALUE '00'.
           88 ESTM-EST-NAO-ENCONTRADO VALUE '23' '35'.
       77  ESTM-WS-PROD-STATUS  PIC X(02) VALUE ZEROS.
           88 ESTM-PROD-OK          VALUE '00'.
           88 ESTM-PROD-NAO-ENCONTRADO VALUE '23' '35'.
       77  ESTM-WS-PREC-STATUS  PIC X(02) VALUE ZEROS.
           88 ESTM-PREC-FIM         VALUE '10'.
           88 ESTM-PREC-NAO-ENCONTRADO VALUE '35'.
       77  ESTM-WS-LOG-STATUS   PIC X(02) VALUE ZEROS.
           88 ESTM-LOG-NAO-ENCONTRADO VALUE '35'.
       77  ESTM-WS-PRODMST      PIC X(01) VALUE 'N'.
           88 ESTM-PRODMST-ABERTO   VALUE 'S'.
       77  ESTM-WS-ICT-STATUS   PIC X(02) VALUE ZEROS.
           88 ESTM-ICT-NAO-ENCONTRADO VALUE '23' '35'.
      *INVCONT: N = AUSENTE (NADA CONGELADO), S = ABERTO PELO
      *ABRIR-ESTOQUE, P = MANTIDO PELO PROPRIO CHAMADOR (INVMNT)
       77  ESTM-WS-INVCONT      PIC X(01) VALUE 'N'.
           88 ESTM-INVCONT-ABERTO   VALUE 'S'.
           88 ESTM-INVCONT-PROPRIO  VALUE 'P'.
       77  ESTM-WS-SALDO-EXISTE PIC X(01) VALUE 'N'.
           88 ESTM-PRODUTO-NO-ESTOQUE VALUE 'S'.
      *TIPO DO MOVIMENTO: E = ENTRADA PELO CUSTO INFORMADO,
      *S = SAIDA PELO MEDIO, D = RETORNO (DEVOLUCAO) PELO MEDIO,
      *A = AJUSTE DE INVENTARIO PELO MEDIO NO SENTIDO INFORMADO
       77  ESTM-WS-TIPO         PIC X(01) VALUE SPACES.
           88 ESTM-ENTRADA          VALUE 'E'.
           88 ESTM-SAIDA            VALUE 'S'.
           88 ESTM-RETORNO          VALUE 'D'.
           88 ESTM-AJUSTE           VALUE 'A'.
       77  ESTM-WS-SENTIDO      PIC X(01) VALUE SPACES.
           88 ESTM-AJUSTE-FALTA     VALUE '-'.
           88 ESTM-AJUSTE-SOBRA     VALUE '+'.
       77  ESTM-WS-PRODUTO      PIC X(10) VALUE SPACES.
       77  ESTM-WS-QUANTIDADE   PIC 9(07)V99 VALUE ZEROS.
       77  ESTM-WS-CUSTO        PIC 9(06)V99 VALUE ZEROS.
      *MOTIVO DA RECUSA (BRANCO = MOVIMENTO ACEITO):
      *PRD = PRODUTO FORA DO PRODMST, QTD = QUANTIDADE ZERADA,
      *EST = SAIDA MAIOR QUE O SALDO EM MAOS,
      *INV = PRODUTO CONGELADO PELO INVENTARIO FISICO (INVCONT)
       77  ESTM-WS-MOTIVO       PIC X(03) VALUE SPACES.
           88 ESTM-MOVIMENTO-OK     VALUE SPACES.
       77  ESTM-WS-CUSTO-APLICADO PIC 9(06)V99 VALUE ZEROS.
       77  ESTM-WS-VALOR-MOV    PIC 9(09)V99 VALUE ZEROS.
       77  ESTM-WS-DATA         PIC 9(08) VALUE ZEROS.
