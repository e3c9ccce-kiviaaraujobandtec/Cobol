      ***********************************************************
      * CLICONT.CPY                                               *
      * LAYOUT DO HISTORICO DE CONTATOS DO CLIENTE (CONTATOS-     *
      * CLIENTE) - UMA ENTRADA POR LIGACAO, VISITA A AGENCIA OU   *
      * E-MAIL DO CLIENTE, REGISTRADA PELO OPERADOR ASSINADO NO   *
      * MENU-PRINCIPAL (CONTMNT). CONTATO QUE PRECISA DE RETORNO  *
      * FICA EM ABERTO ('A') ATE SER ENCERRADO NO CONTMNT, COM A  *
      * DATA, O OPERADOR E A NOTA DE ENCERRAMENTO; CONTATO SEM    *
      * RETORNO JA NASCE ENCERRADO ('F'). OS ULTIMOS CONTATOS     *
      * APARECEM NA CONSULTA 360 (ATIVIDADE01Q), TODOS ENTRAM NO  *
      * RELATORIO LGPD (ATIVIDADE01L) E OS EM ABERTO NA LISTA     *
      * DIARIA DE PENDENCIAS POR OPERADOR (CONTPEND).             *
      * CANAL: T=TELEFONE, A=AGENCIA, E=E-MAIL.                   *
      * ASSUNTO: INF=INFORMACAO, INV=APLICACAO/RESGATE,           *
      * CAD=CADASTRO, COB=COBRANCA, REC=RECLAMACAO, OUT=OUTROS.   *
      * CHAVE PRIMARIA: CTT-CHAVE (CPF + DATA + HORA).            *
      ***********************************************************
       01  REG-CONTATO.
           05 CTT-CHAVE.
               10 CTT-CPF          PIC 9(11).
               10 CTT-DATA         PIC 9(08).
               10 CTT-HORA         PIC 9(06).
           05 CTT-CANAL            PIC X(01).
               88 CTT-TELEFONE         VALUE 'T'.
               88 CTT-AGENCIA          VALUE 'A'.
               88 CTT-EMAIL            VALUE 'E'.
               88 CTT-CANAL-VALIDO     VALUE 'T' 'A' 'E'.
           05 CTT-ASSUNTO          PIC X(03).
               88 CTT-ASSUNTO-VALIDO   VALUE 'INF' 'INV' 'CAD'
                                             'COB' 'REC' 'OUT'.
           05 CTT-TEXTO            PIC X(60).
           05 CTT-OPERADOR         PIC X(08).
           05 CTT-SITUACAO         PIC X(01).
               88 CTT-ABERTO           VALUE 'A'.
               88 CTT-ENCERRADO        VALUE 'F'.
           05 CTT-DATA-ENCERRA     PIC 9(08).
           05 CTT-OPER-ENCERRA     PIC X(08).
           05 CTT-NOTA-ENCERRA     PIC X(40).
