      * VENCIMENTO NO DIA UTIL DO CALENDARIO. A BAIXA DE          *
      * PAGAMENTOS (COM MULTA DE ATRASO POR PARAMETROS) E O       *
      * PROGCOB08I E A INADIMPLENCIA POR FAIXA E O PROGCOB08J.    *
      * MENS-NOSSO-NUMERO E O NUMERO DO BOLETO DE COBRANCA        *
      * BANCARIA EMITIDO PELA REMESSA BOLREM (ZERO SEM BOLETO OU  *
      * APOS REJEICAO DO BANCO); O RETORNO E O BOLRET.            *
      * 14/05/22 KA DESCONTOS (DESCONTO.CPY): MENS-VALOR PASSA A  *
      * SER O LIQUIDO A PAGAR; O BRUTO DA TURMA, O TOTAL DE       *
      * DESCONTO E O DESCONTO DE CADA TIPO FICAM GRAVADOS. O      *
      * PAGAMENTO EM ATRASO PERDE O DESCONTO DE PONTUALIDADE, QUE *
      * VOLTA AO MENS-VALOR E FICA EM MENS-PONTUAL-PERDIDO.       *
      * CONVERSAO DO ARQUIVO ANTIGO PELO MENSCONV.                *
      * CHAVE PRIMARIA: MENS-CHAVE (MATRICULA + COMPETENCIA).     *
      ***********************************************************
       01  REG-MENSALIDADE.
           05 MENS-DATA-PGTO       PIC 9(08).
           05 MENS-VALOR-PAGO      PIC 9(07)V99.
           05 MENS-MULTA           PIC 9(05)V99.
           05 MENS-NOSSO-NUMERO    PIC 9(10).
           05 MENS-VALOR-BRUTO     PIC 9(07)V99.
           05 MENS-DESCONTO        PIC 9(07)V99.
           05 MENS-DESC-BOLSA      PIC 9(07)V99.
           05 MENS-DESC-IRMAO      PIC 9(07)V99.
           05 MENS-DESC-FUNC       PIC 9(07)V99.
           05 MENS-DESC-PONTUAL    PIC 9(07)V99.
           05 MENS-PONTUAL-PERDIDO PIC 9(07)V99.
