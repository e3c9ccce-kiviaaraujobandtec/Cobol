      *NIGHTCTL): COM O SISTEMA TRAVADO A ATUALIZACAO E
      *RECUSADA, SALVO LIBERACAO DE SUPERVISOR REGISTRADA NO
      *AUDIT-TRAIL (LIBERA-QUIESCE)
      *25/05/22 KA COM CLIENTE RESTAURADO O CLIARQN E REGISTRADO
      *COMO NOVA GERACAO DO CLIARQ NO ARQUIVO GERACAO, COM A
      *CONTAGEM RETIDA - A PROMOCAO E FEITA PELO GERPROM NA
      *RODADA NOTURNA
      *31/05/22 KA O ARQUIVO MORTO NAO GUARDA O CEP; O CLIENTE
      *RESTAURADO VOLTA COM CEP ZERO E O ENDERECO ARQUIVADO
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS QSC-WS-STATUS.

           SELECT REGISTRO-GERACAO ASSIGN TO "GERACAO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GER-CHAVE
               FILE STATUS IS GER-WS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CADASTRO-CLIENTE.
       FD  ARQUIVO-QUIESCE.
           COPY 'QUIESCE.CPY'.

       FD  REGISTRO-GERACAO.
           COPY 'GERACAO.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'QUIESCEW.CPY'.
           COPY 'AUDITWS.CPY'.
           COPY 'OPERSESW.CPY'.
           COPY 'CLIJRNW.CPY'.
           COPY 'GERACAOW.CPY'.

       77 WRK-CPF-ENT PIC X(11) VALUE SPACES.
       77 WRK-CPF PIC 9(11) VALUE ZEROS.
               DISPLAY 'REGISTROS LIDOS DO MORTO..: ' WRK-TOTAL-LIDOS
               DISPLAY 'REGISTROS RETIDOS CLIARQN.: '
                       WRK-TOTAL-RETIDOS
               MOVE 'CLIARQ' TO GER-WS-ARQUIVO
               MOVE 'CLIARQN' TO GER-WS-NOVO
               MOVE WRK-TOTAL-RETIDOS TO GER-WS-CONTAGEM
               PERFORM REGISTRAR-GERACAO THRU REGISTRAR-GERACAO-EXIT
           ELSE
               DISPLAY 'CPF ' WRK-CPF-ED ' NAO ENCONTRADO NO '
                       'ARQUIVO MORTO - NADA FOI RESTAURADO.'
           MOVE SPACES TO REG-CONSENTIMENTO.
           MOVE ZEROS TO REG-DATA-NASCIMENTO.
           MOVE SPACES TO REG-PERFIL-INV.
           MOVE ZEROS TO REG-CEP.
           MOVE SPACES TO REG-NUMERO REG-COMPLEMENTO.
           WRITE REG-CLIENTE
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR NO CADASTRO - STATUS: '
               BY =='ATIVIDADE01G'==.
           COPY 'QUIESCEP.CPY'.
           COPY 'QUIESCES.CPY'.
           COPY 'GERACAOP.CPY' REPLACING ==GER-PROGRAM-ID==
               BY =='ATIVIDADE01G'==.
