      ***********************************************************
      * PLCONTAS.CPY                                              *
      * LAYOUT DO PLANO DE CONTAS (PLANO-CONTAS) - CADASTRO DAS   *
      * CONTAS USADAS NAS LINHAS DO JORNAL-EXTRATO, COM A         *
      * DESCRICAO, O TIPO (ATIVO, PASSIVO, RECEITA, DESPESA) E O  *
      * NUMERO DA CONTA NO SISTEMA DA CONTABILIDADE. O            *
      * GRAVAR-JORNAL COMPARTILHADO (JORNALP.CPY) DESVIA PARA O   *
      * JRNHELD A LINHA DE CONTA FORA DO PLANO OU DESATIVADA.     *
      * MANUTENCAO SO POR SUPERVISOR, NO PLCMNT, COM AUDIT-TRAIL. *
      * CONTA DESATIVADA NAO E EXCLUIDA, PARA O BALANCETE DOS     *
      * MESES ANTERIORES CONTINUAR DESCRITO.                      *
      * CHAVE PRIMARIA: PLC-CONTA.                                *
      * USADO POR: PLCMNT, JORNALP.CPY, JRNHREL, JRNHLIST,        *
      * BALANCET                                                  *
      ***********************************************************
       01  REG-PLANO-CONTA.
           05 PLC-CONTA          PIC X(12).
           05 PLC-DESCRICAO      PIC X(30).
           05 PLC-TIPO           PIC X(01).
               88 PLC-ATIVO          VALUE 'A'.
               88 PLC-PASSIVO        VALUE 'P'.
               88 PLC-RECEITA        VALUE 'R'.
               88 PLC-DESPESA        VALUE 'D'.
               88 PLC-TIPO-VALIDO    VALUE 'A' 'P' 'R' 'D'.
           05 PLC-CONTA-CONTABIL PIC X(15).
           05 PLC-SITUACAO       PIC X(01).
               88 PLC-ATIVA          VALUE 'A'.
               88 PLC-INATIVA        VALUE 'I'.
           05 PLC-DATA-ALTERACAO PIC 9(08).
           05 PLC-OPERADOR       PIC X(08).
