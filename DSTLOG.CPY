      ***********************************************************
      * DSTLOG.CPY                                                *
      * LAYOUT DO LOG DE ENTREGA DA DISTRIBUICAO DE RELATORIOS    *
      * (DISTRIBUICAO-LOG) - UM REGISTRO POR DATA DA RODADA,      *
      * DESTINATARIO E RELATORIO ENTREGUE NO PACOTE DO RPTDIST,   *
      * COM A SELECAO USADA NA ENTREGA (COPIADA DO DISTRIB.CPY),  *
      * AS COPIAS E AS LINHAS ENTREGUES. O RPTDIST NAO ENTREGA DE *
      * NOVO O QUE JA CONSTA DO LOG; O REENVIO DE UM PACOTE E     *
      * FEITO PELO RPTREPR (NOME PACOTE), QUE REMONTA O PACOTE    *
      * COM A SELECAO GRAVADA AQUI E CONTA OS REENVIOS.           *
      * CHAVE PRIMARIA: DLG-CHAVE (DATA + DESTINO + RELATORIO).   *
      * USADO POR: RPTDIST, RPTREPR                               *
      ***********************************************************
       01  REG-DIST-LOG.
           05 DLG-CHAVE.
               10 DLG-DATA         PIC 9(08).
               10 DLG-DESTINO      PIC X(10).
               10 DLG-RELATORIO    PIC X(12).
           05 DLG-NOME-DESTINO     PIC X(30).
           05 DLG-COPIAS           PIC 9(02).
           05 DLG-SEL-ROTULO       PIC X(12).
           05 DLG-SEL-VALOR        PIC X(12).
           05 DLG-SEL-SECAO        PIC X(01).
           05 DLG-LINHAS           PIC 9(06).
           05 DLG-DATA-ENTREGA     PIC 9(08).
           05 DLG-REENVIOS         PIC 9(03).
           05 DLG-DATA-REENVIO     PIC 9(08).
