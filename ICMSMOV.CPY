      ***********************************************************
      * ICMSMOV.CPY                                               *
      * LAYOUT DOS LANCAMENTOS DE ICMS DO MES (ICMS-MOVIMENTO) -  *
      * ARQUIVO SEQUENCIAL ACUMULADO AO LONGO DO MES, BASE DO     *
      * LIVRO DE APURACAO MENSAL POR UF (ICMSLIVR):               *
      *   D = DEBITO SOBRE AS VENDAS DO DIA UTIL, UM POR UF,      *
      *       GRAVADO PELA APURACAO NOTURNA PROGCOB15I JUNTO COM  *
      *       O RELATORIO ICMSREL (ORIGEM = 'VENDAS');            *
      *   C = CREDITO DAS NOTAS DE ENTRADA, UM POR LINHA          *
      *       RECEBIDA COM ICMS DESTACADO, GRAVADO PELO ENTRMERC  *
      *       (ORIGEM = FORNECEDOR + NOTA) NA UF DA FILIAL QUE    *
      *       RECEBEU A MERCADORIA.                               *
      * IMOV-DATA E A DATA DE ESCRITURACAO (DIA UTIL DAS VENDAS   *
      * OU DATA DO RECEBIMENTO), QUE DEFINE O MES DO LIVRO.       *
      ***********************************************************
       01  REG-ICMS-MOVIMENTO.
           05 IMOV-TIPO          PIC X(01).
               88 IMOV-DEBITO        VALUE 'D'.
               88 IMOV-CREDITO       VALUE 'C'.
           05 IMOV-DATA          PIC 9(08).
           05 IMOV-UF            PIC X(02).
           05 IMOV-ORIGEM        PIC X(15).
           05 IMOV-BASE          PIC 9(09)V99.
           05 IMOV-VALOR         PIC 9(09)V99.
