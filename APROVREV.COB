      *SO OPERADOR ASSINADO COM NIVEL DE SUPERVISOR NO OPERMST
      *PODE RODAR. LISTA CADA PENDENCIA CAPTURADA PELOS PROGRAMAS
      *DE ORIGEM (TAXA MANUAL DA ATIVIDADE05T, REPROCESSO DE LOTE
      *DO PROGCOB15, CORRECAO DE CPF DA ATIVIDADE01C, MUDANCA DE
      *PARAMETRO DO PARMMNT, MUDANCA DE PLANO DE PARCELAMENTO
      *COM JUROS DO PLANMNT E BAIXA DE CONTRATO COMO PERDA DO
      *RECPERDA) E DEIXA APROVAR, REJEITAR OU MANTER.
      *O PROPRIO AUTOR DA PENDENCIA NAO PODE APROVA-LA. AS DUAS
      *IDENTIDADES (QUEM PEDIU E QUEM DECIDIU) VAO PARA O
      *AUDIT-TRAIL; A ACAO APROVADA E APLICADA PELO PROGRAMA DE
      *ORIGEM NA PROXIMA TENTATIVA, QUE CONSOME A APROVACAO.
      *DATA   = 02/04/22
      *HISTORICO DE ALTERACOES
      *22/04/22 KA PENDENCIAS DO TIPO PLANO (TAXA DOS PLANOS DE
      *PARCELAMENTO COM JUROS, CAPTURADAS PELO PLANMNT)
      *25/04/22 KA PENDENCIAS DO TIPO PERDA (BAIXA DE CONTRATO DE
      *RECEBIVEIS COMO PERDA, CAPTURADAS PELO RECPERDA)
      *28/04/22 KA PENDENCIAS DOS TIPOS PRECO (PRECO DE LISTA
      *FORA DA TOLERANCIA, CAPTURADAS PELO PRECGERA) E PROMO
      *(PRECO PROMOCIONAL, CAPTURADAS PELO PRECMNT)
      *01/05/22 KA PENDENCIAS DO TIPO INVENT (AJUSTE DO
      *INVENTARIO FISICO PELAS DIVERGENCIAS DA CONTAGEM,
      *CAPTURADAS PELO INVMNT)
      *04/05/22 KA PENDENCIAS DO TIPO RESGCONJ (RESGATE DE CONTA
      *CONJUNTA 'E', CAPTURADAS PELA ATIVIDADE05, ATIVIDADE05C E
      *ATIVIDADE05I) - A TELA LEMBRA DE CONFERIR A AUTORIZACAO
      *ASSINADA DE TODOS OS TITULARES ANTES DE APROVAR
      *20/05/22 KA PENDENCIAS DO TIPO ADITIVO (ADITIVO AO
      *ORCAMENTO DA OBRA, CAPTURADAS PELO ADITMNT) - A TELA
      *LEMBRA DE CONFERIR O PEDIDO ASSINADO PELO CLIENTE
      *02/06/22 KA PENDENCIAS DO TIPO LGPD (ELIMINACAO DE DADOS
      *DO TITULAR, CAPTURADAS PELA LGPDELIM) - A TELA LEMBRA DE
      *CONFERIR O PEDIDO ASSINADO PELO TITULAR E QUE A
      *ELIMINACAO NAO TEM VOLTA
      *04/06/22 KA PENDENCIAS DO TIPO LIMITE (LIMITE DE CREDITO DE
      *CLIENTE ACIMA DA ALCADA, CAPTURADAS PELO LIMMNT)
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                   ' DE ' APR-OPER-ORIGEM
                   ' EM ' APR-DATA-CRIACAO.
           DISPLAY 'DADOS: ' APR-DADOS.
           IF APR-TIPO-RESGCONJ
               DISPLAY 'CONTA CONJUNTA E - CONFIRA A AUTORIZACAO '
                       'ASSINADA DE TODOS OS TITULARES ANTES DE '
                       'APROVAR.'
           END-IF.
           IF APR-TIPO-ADITIVO
               DISPLAY 'ADITIVO DE OBRA - CONFIRA O PEDIDO ASSINADO '
                       'PELO CLIENTE ANTES DE APROVAR.'
           END-IF.
           IF APR-TIPO-LGPD
               DISPLAY 'ELIMINACAO LGPD - CONFIRA O PEDIDO ASSINADO '
                       'PELO TITULAR. APROVADA, A ELIMINACAO NAO '
                       'TEM VOLTA.'
           END-IF.
           DISPLAY 'OPCAO: A=APROVAR  R=REJEITAR  M=MANTER'.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE TRUE
