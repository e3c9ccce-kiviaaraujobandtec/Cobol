       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENSCONV.
      **********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = KIVIA(ALURA) KIVIAAL
      *OBJETIVO: CONVERSAO UNICA DO ARQUIVO DE MENSALIDADES PARA
      *O LAYOUT AMPLIADO COM O NOSSO NUMERO DO BOLETO DE COBRANCA
      *BANCARIA - LE O ARQUIVO DE PRODUCAO ATUAL (MENSAL, 59
      *POSICOES, ATE A MULTA) PELO LAYOUT ANTIGO E GRAVA O
      *ARQUIVO NOVO (MENSALN) JA NO LAYOUT DO MENSAL.CPY, COM O
      *NOSSO NUMERO ZERADO (COBRANCA SEM BOLETO, QUE A REMESSA
      *BOLREM EMITE NA PROXIMA RODADA SE AINDA ESTIVER ABERTA).
      *SEM A CONVERSAO O ARQUIVO ATUAL NAO ABRE NOS PROGRAMAS COM
      *O LAYOUT NOVO (STATUS 39). APOS A CONFERENCIA DOS TOTAIS O
      *OPERADOR SUBSTITUI MENSAL PELO MENSALN GERADO.
      *DATA   = 26/04/22
      *HISTORICO DE ALTERACOES
      *14/05/22 KA AMPLIACAO SEGUINTE NA MESMA CONVERSAO: O
      *ARQUIVO DE 59 POSICOES GANHA TAMBEM O BRUTO (IGUAL AO
      *VALOR ATUAL) E OS DESCONTOS ZERADOS.
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MENSAL-ANTIGO ASSIGN TO "MENSAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANT-CHAVE
               FILE STATUS IS WRK-ANT-STATUS.

           SELECT MENSALIDADES ASSIGN TO "MENSALN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MENS-CHAVE
               FILE STATUS IS WRK-MENS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MENSAL-ANTIGO.
       01  REG-MENSALIDADE-ANTIGO.
           05 ANT-CHAVE.
               10 ANT-MATRICULA    PIC 9(06).
               10 ANT-ANOMES       PIC 9(06).
           05 ANT-TURMA            PIC X(05).
           05 ANT-VALOR            PIC 9(07)V99.
           05 ANT-VENCIMENTO       PIC 9(08).
           05 ANT-SITUACAO         PIC X(01).
           05 ANT-DATA-PGTO        PIC 9(08).
           05 ANT-VALOR-PAGO       PIC 9(07)V99.
           05 ANT-MULTA            PIC 9(05)V99.

       FD  MENSALIDADES.
           COPY 'MENSAL.CPY'.

       WORKING-STORAGE SECTION.
       77 WRK-ANT-STATUS PIC X(02) VALUE ZEROS.
           88 ANT-OK VALUE '00'.
           88 ANT-FIM VALUE '10'.
           88 ANT-NAO-ENCONTRADO VALUE '23' '35'.
       77 WRK-MENS-STATUS PIC X(02) VALUE ZEROS.

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
           DISPLAY 'MENSCONV' '   DATA: ' RUNDATE-HOJE-ED.
           OPEN INPUT MENSAL-ANTIGO.
           IF ANT-NAO-ENCONTRADO
               DISPLAY 'ARQUIVO MENSAL NAO ENCONTRADO.'
               SET ANT-FIM TO TRUE
           ELSE
               OPEN OUTPUT MENSALIDADES
               READ MENSAL-ANTIGO NEXT RECORD
                   AT END
                       SET ANT-FIM TO TRUE
               END-READ
           END-IF.

       0003-PROCESSAR.

           ADD 1 TO WRK-TOTAL-LIDOS.
           MOVE ANT-MATRICULA TO MENS-MATRICULA.
           MOVE ANT-ANOMES TO MENS-ANOMES.
           MOVE ANT-TURMA TO MENS-TURMA.
           MOVE ANT-VALOR TO MENS-VALOR.
           MOVE ANT-VENCIMENTO TO MENS-VENCIMENTO.
           MOVE ANT-SITUACAO TO MENS-SITUACAO.
           MOVE ANT-DATA-PGTO TO MENS-DATA-PGTO.
           MOVE ANT-VALOR-PAGO TO MENS-VALOR-PAGO.
           MOVE ANT-MULTA TO MENS-MULTA.
           MOVE ZEROS TO MENS-NOSSO-NUMERO.
           MOVE ANT-VALOR TO MENS-VALOR-BRUTO.
           MOVE ZEROS TO MENS-DESCONTO MENS-DESC-BOLSA
                         MENS-DESC-IRMAO MENS-DESC-FUNC
                         MENS-DESC-PONTUAL MENS-PONTUAL-PERDIDO.
           WRITE REG-MENSALIDADE
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR MATRICULA ' MENS-MATRICULA
                           ' COMPETENCIA ' MENS-ANOMES
                           ' - STATUS: ' WRK-MENS-STATUS
               NOT INVALID KEY
                   ADD 1 TO WRK-TOTAL-GRAVADOS
           END-WRITE.

           READ MENSAL-ANTIGO NEXT RECORD
               AT END
                   SET ANT-FIM TO TRUE
           END-READ.

       0004-FINALIZAR.

           IF NOT ANT-NAO-ENCONTRADO
               CLOSE MENSAL-ANTIGO
               CLOSE MENSALIDADES
           END-IF.
           DISPLAY 'REGISTROS LIDOS...: ' WRK-TOTAL-LIDOS.
           DISPLAY 'REGISTROS GRAVADOS: ' WRK-TOTAL-GRAVADOS.
           DISPLAY 'APOS A CONFERENCIA SUBSTITUA MENSAL PELO '
                   'MENSALN GERADO.'.
           DISPLAY 'FINAL DO PROCESSAMENTO.'.

           COPY 'RUNDATEP.CPY'.
