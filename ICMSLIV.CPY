      ***********************************************************
      * ICMSLIV.CPY                                               *
      * LAYOUT DO LIVRO DE APURACAO DO ICMS (ICMS-APURACAO) - UM  *
      * REGISTRO POR MES E UF, GRAVADO PELO FECHAMENTO ICMSLIVR:  *
      * DEBITOS DAS VENDAS E CREDITOS DAS COMPRAS DO MES, SALDO   *
      * CREDOR TRANSPORTADO DO MES ANTERIOR, PARTE COMPENSADA,    *
      * IMPOSTO A RECOLHER OU SALDO CREDOR A TRANSPORTAR PARA O   *
      * MES SEGUINTE. CREDITOS E COMPENSADO SAO OS VALORES JA     *
      * LANCADOS NO JORNAL - A RERODADA DO MESMO MES SO LANCA A   *
      * DIFERENCA.                                                *
      * CHAVE PRIMARIA: IAP-CHAVE (ANO/MES + UF).                 *
      ***********************************************************
       01  REG-ICMS-APURACAO.
           05 IAP-CHAVE.
               10 IAP-ANOMES         PIC 9(06).
               10 IAP-UF             PIC X(02).
           05 IAP-DEBITOS        PIC 9(09)V99.
           05 IAP-CREDITOS       PIC 9(09)V99.
           05 IAP-SALDO-ANTERIOR PIC 9(09)V99.
           05 IAP-COMPENSADO     PIC 9(09)V99.
           05 IAP-A-RECOLHER     PIC 9(09)V99.
           05 IAP-SALDO-CREDOR   PIC 9(09)V99.
           05 IAP-DATA-APURACAO  PIC 9(08).
