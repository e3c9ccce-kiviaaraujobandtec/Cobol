      ***********************************************************
      * DWSNAP.CPY                                                *
      * LAYOUT DA IMAGEM DOS FATOS DA ULTIMA EXTRACAO PARA O DATA *
      * WAREHOUSE (DW-IMAGEM) - UMA LINHA POR REGISTRO DE FATO    *
      * EXTRAIDO PELO DWEXTR, NA ORDEM DE TABELA E CHAVE, COM A   *
      * LINHA DELIMITADA COMO FOI ENTREGUE. A RODADA SEGUINTE     *
      * CASA OS FATOS DO DIA CONTRA ESTA IMAGEM E SO ENTREGA O QUE*
      * ENTROU (I), MUDOU (A) OU SAIU DA ORIGEM (E). A NOVA IMAGEM*
      * (DWSNAPN) E REGISTRADA NO GERACAO E PROMOVIDA PELO GERPROM,*
      * ENTAO A IMAGEM OFICIAL E SEMPRE A DA ULTIMA EXTRACAO      *
      * CONCLUIDA. A CHAVE DO ESTLOG, QUE NAO TEM CHAVE PROPRIA,  *
      * E A POSICAO DO REGISTRO NO LOG.                           *
      ***********************************************************
       01  REG-DW-IMAGEM.
           05 SNP-CHAVE-COMPLETA.
               10 SNP-TABELA       PIC 9(02).
               10 SNP-CHAVE        PIC X(16).
           05 SNP-LINHA            PIC X(176).
           05 FILLER               PIC X(06).
