      *CONTAGEM FISICA VEZES PRECO ESCOLHIDO NA MAO.
      *DATA   = 26/03/22
      *HISTORICO DE ALTERACOES
      *01/05/22 KA AJUSTE DE INVENTARIO FISICO (TIPO A DO ESTLOG,
      *POSTADO PELO INVMNT) ENTRA NA RECONSTRUCAO COM O SINAL DA
      *QUANTIDADE (NEGATIVA NA FALTA, POSITIVA NA SOBRA)
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                   GO TO ACUMULAR-LOG-EXIT
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN ELOG-ENTRADA
               WHEN ELOG-AJUSTE
                   ADD ELOG-QUANTIDADE TO TAB-LOG-SALDO(WRK-IND)
               WHEN OTHER
                   SUBTRACT ELOG-QUANTIDADE FROM TAB-LOG-SALDO(WRK-IND)
           END-EVALUATE.

       ACUMULAR-LOG-EXIT.
           EXIT.
