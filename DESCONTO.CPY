      ***********************************************************
      * DESCONTO.CPY                                              *
      * LAYOUT DO CADASTRO DE DESCONTOS DE MENSALIDADE POR ALUNO  *
      * (DESCONTO-ALUNO) - UM REGISTRO POR MATRICULA E TIPO DE    *
      * DESCONTO, EM PERCENTUAL SOBRE O VALOR DA TURMA OU EM VALOR*
      * FIXO, VALIDO ENTRE DSC-INICIO E DSC-FIM (ZERO = SEM FIM). *
      * MANTIDO PELO DESCMNT E APLICADO PELO FATURAMENTO          *
      * PROGCOB08H, QUE GRAVA BRUTO, DESCONTO POR TIPO E LIQUIDO NO*
      * MENSAL. O DESCONTO DE IRMAO SEM CADASTRO AQUI E DETECTADO *
      * PELO PROPRIO FATURAMENTO (MESMO RESPONSAVEL NO ALUNMST).  *
      * INDEXADO POR DSC-CHAVE (ASSIGN "DESCONTO").               *
      * TIPOS: B = BOLSA  I = IRMAO  F = FUNCIONARIO              *
      *        P = PONTUALIDADE (PERDIDO NO PAGAMENTO EM ATRASO)  *
      * 14/05/22 KA CRIADO                                        *
      ***********************************************************
       01  REG-DESCONTO.
           05 DSC-CHAVE.
               10 DSC-MATRICULA     PIC 9(06).
               10 DSC-TIPO          PIC X(01).
                   88 DSC-BOLSA         VALUE 'B'.
                   88 DSC-IRMAO         VALUE 'I'.
                   88 DSC-FUNCIONARIO   VALUE 'F'.
                   88 DSC-PONTUALIDADE  VALUE 'P'.
           05 DSC-FORMA         PIC X(01).
               88 DSC-PERCENTUAL    VALUE 'P'.
               88 DSC-VALOR-FIXO    VALUE 'V'.
           05 DSC-PERCENTUAL-VAL PIC 9(03)V99.
           05 DSC-VALOR         PIC 9(07)V99.
           05 DSC-INICIO        PIC 9(08).
           05 DSC-FIM           PIC 9(08).
