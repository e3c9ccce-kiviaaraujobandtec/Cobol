      ***********************************************************
      * RESPW.CPY                                                 *
      * CAMPOS DE APOIO PARA A OBTENCAO DO RESPONSAVEL DO ALUNO   *
      * (NOME E ENDERECO DE CORRESPONDENCIA) PELOS PARAGRAFOS DE  *
      * RESPP.CPY.                                                *
      * USO: COPY 'RESPW.CPY'. NA WORKING-STORAGE SECTION.        *
      ***********************************************************
       77  RSP-WS-CLI-STATUS    PIC X(02) VALUE ZEROS.
           88 RSP-CLI-OK            VALUE '00'.
           88 RSP-CLI-NAO-ENCONTRADO VALUE '23' '35'.
       77  RSP-WS-CADASTRO      PIC X(01) VALUE 'N'.
           88 RSP-CADASTRO-ABERTO   VALUE 'S'.
       77  RSP-WS-CPF           PIC 9(11) VALUE ZEROS.
       77  RSP-WS-NOME          PIC X(30) VALUE SPACES.
       77  RSP-WS-ENDERECO      PIC X(30) VALUE SPACES.
       77  RSP-WS-CIDADE        PIC X(20) VALUE SPACES.
       77  RSP-WS-UF            PIC X(02) VALUE SPACES.
      *ORIGEM DO ENDERECO DEVOLVIDO: C = CADASTRO-CLIENTE PELO
      *CPF, A = TEXTO LIVRE DO ALUNMST, N = SEM RESPONSAVEL
       77  RSP-WS-ORIGEM        PIC X(01) VALUE 'N'.
           88 RSP-DO-CADASTRO       VALUE 'C'.
           88 RSP-DO-ALUNO          VALUE 'A'.
           88 RSP-SEM-RESPONSAVEL   VALUE 'N'.
