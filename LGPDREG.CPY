      ***********************************************************
      * LGPDREG.CPY                                               *
      * LAYOUT DO REGISTRO DE PEDIDOS DE ELIMINACAO LGPD          *
      * (REGISTRO-LGPD) - ARQUIVO SEQUENCIAL SO DE ACRESCIMO,     *
      * GRAVADO PELA LGPDELIM: UMA LINHA POR PEDIDO DO TITULAR,   *
      * COM A DECISAO TOMADA, O PRIMEIRO IMPEDIMENTO LEGAL QUE A  *
      * JUSTIFICOU E AS QUANTIDADES DE REGISTROS ANONIMIZADOS E   *
      * PSEUDONIMIZADOS. E O UNICO LUGAR ONDE O CPF ORIGINAL FICA *
      * LIGADO AO PSEUDONIMO GRAVADO NOS REGISTROS CONTABEIS E    *
      * FISCAIS RETIDOS - ACESSO RESTRITO AO ENCARREGADO (DPO).   *
      * DECISAO: E=ELIMINADO (DADOS ANONIMIZADOS)                 *
      *          R=RETIDO POR IMPEDIMENTO LEGAL                   *
      *          P=AGUARDA APROVACAO DO SUPERVISOR (APROVREV)     *
      *          C=CANCELADO PELO OPERADOR                        *
      *          I=CPF NAO CONSTA DOS CADASTROS                   *
      * LGPR-FIM-GUARDA: ANO/MES ATE O QUAL OS MOVIMENTOS DE      *
      * INVESTIMENTO DO TITULAR FICAM SOB GUARDA FISCAL.          *
      ***********************************************************
       01  REG-PEDIDO-LGPD.
           05 LGPR-PEDIDO          PIC 9(06).
           05 LGPR-DATA            PIC 9(08).
           05 LGPR-HORA            PIC 9(06).
           05 LGPR-CPF             PIC 9(11).
           05 LGPR-OPERADOR        PIC X(08).
           05 LGPR-DECISAO         PIC X(01).
               88 LGPR-ELIMINADO       VALUE 'E'.
               88 LGPR-RETIDO          VALUE 'R'.
               88 LGPR-AGUARDA         VALUE 'P'.
               88 LGPR-CANCELADO       VALUE 'C'.
               88 LGPR-INEXISTENTE     VALUE 'I'.
           05 LGPR-QTD-IMPEDIMENTOS PIC 9(03).
           05 LGPR-MOTIVO          PIC X(60).
           05 LGPR-PSEUDONIMO      PIC 9(11).
           05 LGPR-FIM-GUARDA      PIC 9(06).
           05 LGPR-QTD-ANONIMIZADOS PIC 9(07).
           05 LGPR-QTD-PSEUDONIMOS PIC 9(07).
