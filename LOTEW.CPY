      ***********************************************************
      * LOTEW.CPY                                                 *
      * CAMPOS DE APOIO PARA A APURACAO DA POSICAO POR LOTE DE    *
      * APORTE DAS CONTAS DE INVESTIMENTO (LOTEP.CPY). CADA       *
      * APORTE E UM LOTE COM DATA PROPRIA; OS JUROS DE CADA MES   *
      * SAO RATEADOS ENTRE OS LOTES PELO SALDO DE CADA UM, OS     *
      * RESGATES CONSOMEM OS LOTES DO MAIS ANTIGO PARA O MAIS     *
      * NOVO (PEPS) E O IR/IOF JA RETIDOS ABATEM OS JUROS DOS     *
      * LOTES. O SALDO DA CONTA ANTERIOR AO PRIMEIRO APORTE       *
      * REGISTRADO (ABERTURA SEM MOVIMENTO 'A') VIRA O LOTE       *
      * 000000.                                                   *
      * POR LOTE (ATE 200 POR CONTA; ACIMA DISSO O EXCEDENTE SOMA *
      * NO ULTIMO):                                               *
      *   LOT-TAB-SEQ       SEQUENCIA DO APORTE NO INVMOV         *
      *   LOT-TAB-DATA      DATA DO APORTE                        *
      *   LOT-TAB-APORTE    VALOR APORTADO                        *
      *   LOT-TAB-PRINCIPAL PRINCIPAL AINDA APLICADO              *
      *   LOT-TAB-JUROS     JUROS ACUMULADOS AINDA NAO TRIBUTADOS *
      *   LOT-TAB-RESGATADO TOTAL JA CONSUMIDO POR RESGATES       *
      *   LOT-TAB-MESES     MESES DE JUROS DE PERMANENCIA         *
      *   LOT-TAB-DIAS      DIAS CORRIDOS ATE LOT-WS-DATA-REF     *
      *   LOT-TAB-IOF       IOF NO RESGATE NA DATA DE REFERENCIA *
      *   LOT-TAB-IR        LIVRE PARA O CHAMADOR (IR DO LOTE)    *
      *   LOT-TAB-JUROS-ANO JUROS CREDITADOS NO ANO LOT-WS-ANO    *
      *   LOT-TAB-IR-ANO    IR RETIDO NO ANO LOT-WS-ANO           *
      *   LOT-TAB-ANOMES    ANO/MES DO ULTIMO MES CONTADO         *
      *   LOT-TAB-JUROS-RESG JUROS DO LOTE NO RESGATE SIMULADO    *
      *   LOT-TAB-IOF-RESG  IOF DESSES JUROS (SIMULAR-RESGATE-    *
      *                     LOTES)                                *
      * USO: COPY 'LOTEW.CPY'. NA WORKING-STORAGE SECTION, JUNTO  *
      * COM COPY 'IOFW.CPY'. (TABELA DO IOF).                     *
      ***********************************************************
       77  LOT-WS-CONTA         PIC 9(06) VALUE ZEROS.
       77  LOT-WS-DATA-REF      PIC 9(08) VALUE ZEROS.
       77  LOT-WS-ANO           PIC 9(04) VALUE ZEROS.
       77  LOT-WS-VARRE         PIC X(01) VALUE 'N'.
           88 LOT-VARREDURA-FIM     VALUE 'S'.
       77  LOT-WS-QTD           PIC 9(03) VALUE ZEROS.
       77  LOT-WS-IND           PIC 9(03) VALUE ZEROS.
       77  LOT-WS-SEQ           PIC 9(06) VALUE ZEROS.
       77  LOT-WS-ULTIMO        PIC 9(03) VALUE ZEROS.
       77  LOT-WS-TOTAL         PIC S9(09)V99 VALUE ZEROS.
       77  LOT-WS-SALDO-ANTES   PIC S9(09)V99 VALUE ZEROS.
       77  LOT-WS-SALDO-LOTE    PIC S9(09)V99 VALUE ZEROS.
       77  LOT-WS-BASE          PIC S9(09)V99 VALUE ZEROS.
       77  LOT-WS-VALOR         PIC S9(09)V99 VALUE ZEROS.
       77  LOT-WS-RESTO         PIC S9(09)V99 VALUE ZEROS.
       77  LOT-WS-PARTE         PIC S9(09)V99 VALUE ZEROS.
       77  LOT-WS-PARTE-JUROS   PIC S9(09)V99 VALUE ZEROS.
       77  LOT-WS-DIAS          PIC S9(05) VALUE ZEROS.
       77  LOT-WS-DIAS-REF      PIC 9(07) VALUE ZEROS.
       77  LOT-WS-DIAS-LOTE     PIC 9(07) VALUE ZEROS.
       77  LOT-WS-ANO-MOV       PIC 9(04) VALUE ZEROS.
       77  LOT-WS-ANOMES-MOV    PIC 9(06) VALUE ZEROS.
       77  LOT-WS-JUROS-TOTAL   PIC S9(09)V99 VALUE ZEROS.
       77  LOT-WS-IOF-TOTAL     PIC S9(09)V99 VALUE ZEROS.
       77  LOT-WS-IOF-RESGATE   PIC S9(09)V99 VALUE ZEROS.
       77  LOT-WS-RESGATE       PIC S9(09)V99 VALUE ZEROS.
       77  LOT-WS-SIM-JUROS     PIC S9(09)V99 VALUE ZEROS.
       77  LOT-WS-SIM-IOF       PIC S9(09)V99 VALUE ZEROS.
       01  LOT-TABELA.
           05 LOT-TAB-LINHA OCCURS 200 TIMES.
               10 LOT-TAB-SEQ        PIC 9(06).
               10 LOT-TAB-DATA       PIC 9(08).
               10 LOT-TAB-APORTE     PIC S9(08)V99.
               10 LOT-TAB-PRINCIPAL  PIC S9(08)V99.
               10 LOT-TAB-JUROS      PIC S9(08)V99.
               10 LOT-TAB-RESGATADO  PIC S9(08)V99.
               10 LOT-TAB-MESES      PIC 9(03).
               10 LOT-TAB-DIAS       PIC S9(05).
               10 LOT-TAB-IOF        PIC S9(08)V99.
               10 LOT-TAB-IR         PIC S9(08)V99.
               10 LOT-TAB-JUROS-ANO  PIC S9(08)V99.
               10 LOT-TAB-IR-ANO     PIC S9(08)V99.
               10 LOT-TAB-ANOMES     PIC 9(06).
               10 LOT-TAB-JUROS-RESG PIC S9(08)V99.
               10 LOT-TAB-IOF-RESG   PIC S9(08)V99.
