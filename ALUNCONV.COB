      *ALUNMSTN GERADO.
      *DATA   = 14/04/22
      *HISTORICO DE ALTERACOES
      *16/05/22 KA REUTILIZADO PARA A INCLUSAO DO CPF DO
      *RESPONSAVEL (ALUN-CPF-RESP): O LAYOUT ANTIGO PASSA A SER O
      *DE 124 POSICOES, ATE A UF DO RESPONSAVEL, E O CPF SAI
      *ZERADO - O VINCULO E PROPOSTO DEPOIS PELO ALUNVINC
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 ANT-NOME         PIC X(30).
           05 ANT-TURMA        PIC X(05).
           05 ANT-SITUACAO     PIC X(01).
           05 ANT-RESPONSAVEL  PIC X(30).
           05 ANT-END-RESP     PIC X(30).
           05 ANT-CIDADE-RESP  PIC X(20).
           05 ANT-UF-RESP      PIC X(02).

       FD  ALUNO-NOVO.
           COPY 'ALUNMST.CPY'.
           MOVE ANT-NOME TO ALUN-NOME.
           MOVE ANT-TURMA TO ALUN-TURMA.
           MOVE ANT-SITUACAO TO ALUN-SITUACAO.
           MOVE ANT-RESPONSAVEL TO ALUN-RESPONSAVEL.
           MOVE ANT-END-RESP TO ALUN-END-RESP.
           MOVE ANT-CIDADE-RESP TO ALUN-CIDADE-RESP.
           MOVE ANT-UF-RESP TO ALUN-UF-RESP.
           MOVE ZEROS TO ALUN-CPF-RESP.
           WRITE REG-ALUNO
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR MATRICULA '
