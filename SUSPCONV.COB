      *O OPERADOR SUBSTITUI VENDSUSP PELO VENDSUSN GERADO.
      *DATA   = 14/04/22
      *HISTORICO DE ALTERACOES
      *18/04/22 KA REAPROVEITADA PARA A AMPLIACAO SEGUINTE: O
      *ARQUIVO DE PRODUCAO JA CONVERTIDO (44 POSICOES, IMAGEM DE
      *VENDA DE 35) E LIDO PELO LAYOUT ANTERIOR E A IMAGEM E
      *COMPLETADA, NUMA SO CONVERSAO, COM O PRODUTO EM BRANCO E
      *A QUANTIDADE ZERADA (VENDA SEM CONTROLE DE ESTOQUE) E COM
      *A FORMA DE PAGAMENTO E O NSU EM BRANCO (VENDA EM DINHEIRO)
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  REG-VENDA-SUSP-ANTIGO.
           05 ANT-MOTIVO           PIC X(03).
           05 ANT-LOTE             PIC 9(06).
           05 ANT-IMAGEM           PIC X(35).

       FD  SUSPENSAS-NOVO.
           COPY 'VENDSUSP.CPY'.
           MOVE ANT-MOTIVO TO SUSP-MOTIVO.
           MOVE ANT-LOTE TO SUSP-LOTE.
           MOVE SPACES TO SUSP-IMAGEM.
           MOVE ANT-IMAGEM TO SUSP-IMAGEM(1:35).
      *OS CAMPOS NOVOS DA VENDA ENTRAM NA IMAGEM COMPLETADA COM O
      *PRODUTO EM BRANCO, A QUANTIDADE ZERADA E A FORMA DE
      *PAGAMENTO E O NSU EM BRANCO
           MOVE SPACES TO SUSP-IMAGEM(36:10).
           MOVE '000000000' TO SUSP-IMAGEM(46:9).
           MOVE SPACES TO SUSP-IMAGEM(55:13).
           WRITE REG-VENDA-SUSP.
           ADD 1 TO WRK-TOTAL-GRAVADOS.

