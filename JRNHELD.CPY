      * JRNHELD.CPY                                               *
      * LAYOUT DO ARQUIVO DE RETENCAO DO EXTRATO CONTABIL         *
      * (JORNAL-RETIDO) - LINHA DE JORNAL QUE MIROU UM MES        *
      * CONTABIL FECHADO (CONTROLE PERCTL) OU TEM CONTA FORA DO   *
      * PLANO DE CONTAS (PLCONTAS) E FOI DESVIADA PELO            *
      * GRAVAR-JORNAL COMPARTILHADO EM VEZ DE GRAVADA NO          *
      * JORNAL-EXTRATO. MESMOS CAMPOS DE JORNAL.CPY. O RELATORIO  *
      * DE EXCECAO E O JRNHLIST; APOS A REABERTURA DO MES NO      *
      * PERMNT (E O CADASTRO DA CONTA NO PLCMNT) O JRNHREL        *
      * LIBERA AS LINHAS PARA O JORNAL.                           *
      ***********************************************************
       01  REG-JORNAL-RETIDO.
           05 JRH-DATA           PIC 9(08).
