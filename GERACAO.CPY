      ***********************************************************
      * GERACAO.CPY                                               *
      * LAYOUT DO REGISTRO DE GERACOES (ARQUIVO INDEXADO          *
      * GERACAO) - CADA PROGRAMA QUE REGRAVA UM ARQUIVO OFICIAL   *
      * EM UMA NOVA GERACAO (AUDITNEW, CLIARQN, JRNHELDN...)      *
      * REGISTRA AQUI A GERACAO COM A SUA CONTAGEM DE REGISTROS.  *
      * O GERPROM CONFERE A CONTAGEM, PROMOVE A GERACAO PARA O    *
      * ARQUIVO OFICIAL (GUARDANDO A ANTERIOR PARA REVERSAO),     *
      * REVERTE A PEDIDO E LISTA O REGISTRO INTEIRO.              *
      * CHAVE PRIMARIA: GER-CHAVE (ARQUIVO OFICIAL + NUMERO DA    *
      * GERACAO, SEQUENCIAL POR ARQUIVO).                         *
      * SITUACOES: P = PENDENTE (AGUARDA PROMOCAO)                *
      *            V = PROMOVIDA (EM USO OU GUARDADA P/ REVERSAO) *
      *            R = REVERTIDA (ARQUIVO VOLTOU A ANTERIOR)      *
      *            S = SUBSTITUIDA POR GERACAO MAIS NOVA ANTES DE *
      *                SER PROMOVIDA                              *
      *            D = DIVERGENTE (CONTAGEM NAO CONFERE - NAO     *
      *                PROMOVIDA)                                 *
      *            X = EXPIRADA (COPIA DE REVERSAO JA DESCARTADA) *
      ***********************************************************
       01  REG-GERACAO.
           05 GER-CHAVE.
               10 GER-ARQUIVO      PIC X(08).
               10 GER-NUMERO       PIC 9(05).
           05 GER-ARQUIVO-NOVO     PIC X(10).
           05 GER-PROGRAMA         PIC X(12).
           05 GER-DATA-GERACAO     PIC 9(08).
           05 GER-HORA-GERACAO     PIC 9(06).
           05 GER-CONTAGEM         PIC 9(07).
           05 GER-SITUACAO         PIC X(01).
               88 GER-PENDENTE         VALUE 'P'.
               88 GER-PROMOVIDA        VALUE 'V'.
               88 GER-REVERTIDA        VALUE 'R'.
               88 GER-SUBSTITUIDA      VALUE 'S'.
               88 GER-DIVERGENTE       VALUE 'D'.
               88 GER-EXPIRADA         VALUE 'X'.
           05 GER-DATA-SITUACAO    PIC 9(08).
           05 GER-CONTAGEM-CONF    PIC 9(07).
