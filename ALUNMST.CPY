      * PROGCOB08D IMPRIME O BLOCO DE ENDERECO PARA ENVELOPE DE   *
      * JANELA. REGISTRO ANTIGO FICA EM BRANCO ATE A MANUTENCAO   *
      * PROGCOB08M COMPLETAR.                                     *
      * 16/05/22 KA INCLUIDO ALUN-CPF-RESP - CPF DO RESPONSAVEL   *
      * FINANCEIRO, VINCULADO AO CADASTRO-CLIENTE (CADCLI). COM   *
      * O CPF PREENCHIDO O ENDERECO DE CORRESPONDENCIA VEM DO     *
      * CADCLI (RESPW/RESPP.CPY) E OS CAMPOS DE ENDERECO DO       *
      * ALUNO FICAM EM BRANCO; SEM CPF VALE O TEXTO LIVRE ANTIGO. *
      * CONVERSAO PELO ALUNCONV E VINCULO INICIAL PELO ALUNVINC.  *
      ***********************************************************
       01  REG-ALUNO.
           05 ALUN-MATRICULA     PIC 9(06).
           05 ALUN-END-RESP      PIC X(30).
           05 ALUN-CIDADE-RESP   PIC X(20).
           05 ALUN-UF-RESP       PIC X(02).
           05 ALUN-CPF-RESP      PIC 9(11).
