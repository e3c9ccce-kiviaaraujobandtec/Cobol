      * AREAS (PROGCOB11B) IMPRIME ESTES DADOS NO RESUMO DE CADA  *
      * OBRA. CHAVE PRIMARIA: OBRA-CODIGO.                        *
      * USADO POR: PROGCOB11B, PROGCOB11M                         *
      * 17/05/22 KA ATIVIDADE02E CONFERE AQUI A OBRA DO MATERIAL  *
      * ENVIADO AO CANTEIRO OU DEVOLVIDO (CUSTO REAL NO OBRACUST) *
      ***********************************************************
       01  REG-OBRA.
           05 OBRA-CODIGO        PIC 9(04).
