      *   CAL-DATA-NAO-UTIL. SEM CALENDARIO CARREGADO (ARQUIVO    *
      *   AUSENTE OU DATA NAO CADASTRADA) A DATA E ACEITA, PARA   *
      *   NAO PARAR O MOVIMENTO POR FALTA DA CARGA ANUAL.         *
      *   PARA SABER SE E DIA UTIL NUMA FILIAL OU PARA UM         *
      *   CLIENTE, MOVA ANTES A UF PARA CAL-WS-UF (E O CODIGO DA  *
      *   FILIAL PARA CAL-WS-FILIAL, SE FOR O CASO): OS FERIADOS  *
      *   LOCAIS DA UF E DA FILIAL TAMBEM TORNAM A DATA NAO UTIL. *
      *   COM CAL-WS-UF EM BRANCO VALE SO O CALENDARIO NACIONAL.  *
      * - OBTER-DIA-UTIL-ANTERIOR: MOVE A DATA DE REFERENCIA      *
      *   PARA CAL-WS-DATA-TESTE E EXECUTE; O DIA UTIL ANTERIOR   *
      *   VOLTA EM CAL-WS-DATA-ANT (RECUA NO MAXIMO 60 DIAS),     *
      *   TAMBEM PELA UF E FILIAL EM CAL-WS-UF / CAL-WS-FILIAL.   *
      * USO: COPY 'CALENDP.CPY'. NA PROCEDURE DIVISION.           *
      ***********************************************************
       ABRIR-CALENDARIO.
                       IF NOT CAL-DIA-UTIL
                           SET CAL-DATA-NAO-UTIL TO TRUE
                       END-IF
                       IF CAL-DATA-UTIL AND CAL-WS-UF NOT = SPACES
                           PERFORM VERIFICAR-FERIADO-LOCAL
                               VARYING CAL-WS-IND FROM 1 BY 1
                               UNTIL CAL-WS-IND > CAL-QTD-LOCAIS
                                  OR CAL-WS-IND > 15
                                  OR CAL-DATA-NAO-UTIL
                       END-IF
               END-READ
           END-IF.

       VALIDAR-DATA-UTIL-EXIT.
           EXIT.

      *FERIADO LOCAL DA UF INTEIRA OU DA PROPRIA FILIAL
       VERIFICAR-FERIADO-LOCAL.
           IF CAL-LOC-UF(CAL-WS-IND) = CAL-WS-UF
               IF CAL-LOC-FILIAL(CAL-WS-IND) = SPACES
                  OR CAL-LOC-FILIAL(CAL-WS-IND) = CAL-WS-FILIAL
                   SET CAL-DATA-NAO-UTIL TO TRUE
               END-IF
           END-IF.

       VERIFICAR-FERIADO-LOCAL-EXIT.
           EXIT.

       OBTER-DIA-UTIL-ANTERIOR.
           MOVE CAL-WS-DATA-TESTE TO CAL-WS-DATA-ANT.
           MOVE ZEROS TO CAL-WS-TENTATIVAS.
