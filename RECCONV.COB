       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECCONV.
      **********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = KIVIA(ALURA) KIVIAAL
      *OBJETIVO: CONVERSAO UNICA DO ARQUIVO DE RECEBIVEIS PARA
      *O LAYOUT AMPLIADO COM A TAXA MENSAL E OS JUROS EMBUTIDOS
      *DA PARCELA (PLANOS COM JUROS PELA TABELA PRICE) - LE O
      *ARQUIVO DE PRODUCAO ATUAL (RECEB, 59 POSICOES, ATE A DATA
      *DE PAGAMENTO) PELO LAYOUT ANTIGO E GRAVA O ARQUIVO NOVO
      *(RECEBN) JA NO LAYOUT DO RECEB.CPY, COM TAXA E JUROS
      *ZERADOS (TODO CONTRATO ANTERIOR E SEM JUROS), E COM O
      *SALDO E O VALOR PAGO DA PARCELA (PAGAMENTO PARCIAL E
      *ENCARGOS DE ATRASO): PARCELA ABERTA NASCE COM SALDO IGUAL
      *AO VALOR E PARCELA PAGA COM VALOR PAGO IGUAL AO VALOR,
      *SEM ENCARGOS, SEM CONTRATO DE ORIGEM E SEM BOLETO DE
      *COBRANCA (NOSSO NUMERO ZERO). SEM A
      *CONVERSAO O ARQUIVO ATUAL NAO ABRE NOS PROGRAMAS COM O
      *LAYOUT NOVO (STATUS 39). APOS A CONFERENCIA DOS TOTAIS O
      *OPERADOR SUBSTITUI RECEB PELO RECEBN GERADO.
      *DATA   = 22/04/22
      *HISTORICO DE ALTERACOES
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEB-ANTIGO ASSIGN TO "RECEB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANT-CHAVE
               FILE STATUS IS WRK-ANT-STATUS.

           SELECT CONTAS-RECEBER ASSIGN TO "RECEBN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-CHAVE
               FILE STATUS IS WRK-REC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECEB-ANTIGO.
       01  REG-RECEBIVEL-ANTIGO.
           05 ANT-CHAVE.
               10 ANT-CONTRATO     PIC 9(06).
               10 ANT-PARCELA      PIC 9(02).
           05 ANT-CPF              PIC 9(11).
           05 ANT-VENDEDOR         PIC 9(04).
           05 ANT-DATA-VENDA       PIC 9(08).
           05 ANT-QTD-PARCELAS     PIC 9(02).
           05 ANT-VENCIMENTO       PIC 9(08).
           05 ANT-VALOR            PIC 9(07)V99.
           05 ANT-SITUACAO         PIC X(01).
           05 ANT-DATA-PGTO        PIC 9(08).

       FD  CONTAS-RECEBER.
           COPY 'RECEB.CPY'.

       WORKING-STORAGE SECTION.
       77 WRK-ANT-STATUS PIC X(02) VALUE ZEROS.
           88 ANT-OK VALUE '00'.
           88 ANT-FIM VALUE '10'.
           88 ANT-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-REC-STATUS PIC X(02) VALUE ZEROS.

       77 WRK-TOTAL-LIDOS    PIC 9(07) VALUE ZEROS.
       77 WRK-TOTAL-GRAVADOS PIC 9(07) VALUE ZEROS.
           COPY 'RUNDATE.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0002-INICIALIZAR.
           PERFORM 0003-PROCESSAR UNTIL ANT-FIM.
           PERFORM 0004-FINALIZAR.

           STOP RUN.

       0002-INICIALIZAR.

           PERFORM OBTER-DATA-EXECUCAO.
           DISPLAY 'RECCONV' '   DATA: ' RUNDATE-HOJE-ED.
           OPEN INPUT RECEB-ANTIGO.
           IF ANT-NAO-ENCONTRADO
               DISPLAY 'ARQUIVO RECEB NAO ENCONTRADO.'
               SET ANT-FIM TO TRUE
           ELSE
               OPEN OUTPUT CONTAS-RECEBER
               READ RECEB-ANTIGO NEXT RECORD
                   AT END
                       SET ANT-FIM TO TRUE
               END-READ
           END-IF.

       0003-PROCESSAR.

           ADD 1 TO WRK-TOTAL-LIDOS.
           MOVE ANT-CONTRATO TO REC-CONTRATO.
           MOVE ANT-PARCELA TO REC-PARCELA.
           MOVE ANT-CPF TO REC-CPF.
           MOVE ANT-VENDEDOR TO REC-VENDEDOR.
           MOVE ANT-DATA-VENDA TO REC-DATA-VENDA.
           MOVE ANT-QTD-PARCELAS TO REC-QTD-PARCELAS.
           MOVE ANT-VENCIMENTO TO REC-VENCIMENTO.
           MOVE ANT-VALOR TO REC-VALOR.
           MOVE ANT-SITUACAO TO REC-SITUACAO.
           MOVE ANT-DATA-PGTO TO REC-DATA-PGTO.
           MOVE ZEROS TO REC-TAXA-MENSAL.
           MOVE ZEROS TO REC-VALOR-JUROS.
           IF REC-PAGA
               MOVE ZEROS TO REC-SALDO
               MOVE ANT-VALOR TO REC-VALOR-PAGO
           ELSE
               MOVE ANT-VALOR TO REC-SALDO
               MOVE ZEROS TO REC-VALOR-PAGO
           END-IF.
           MOVE ZEROS TO REC-ENCARGOS.
           MOVE ZEROS TO REC-CONTRATO-ORIGEM.
           MOVE ZEROS TO REC-NOSSO-NUMERO.
           WRITE REG-RECEBIVEL
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR CONTRATO ' REC-CONTRATO
                           ' PARCELA ' REC-PARCELA
                           ' - STATUS: ' WRK-REC-STATUS
               NOT INVALID KEY
                   ADD 1 TO WRK-TOTAL-GRAVADOS
           END-WRITE.

           READ RECEB-ANTIGO NEXT RECORD
               AT END
                   SET ANT-FIM TO TRUE
           END-READ.

       0004-FINALIZAR.

           IF NOT ANT-NAO-ENCONTRADO
               CLOSE RECEB-ANTIGO
               CLOSE CONTAS-RECEBER
           END-IF.
           DISPLAY 'REGISTROS LIDOS...: ' WRK-TOTAL-LIDOS.
           DISPLAY 'REGISTROS GRAVADOS: ' WRK-TOTAL-GRAVADOS.
           DISPLAY 'APOS A CONFERENCIA SUBSTITUA RECEB PELO '
                   'RECEBN GERADO.'.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

           COPY 'RUNDATEP.CPY'.
