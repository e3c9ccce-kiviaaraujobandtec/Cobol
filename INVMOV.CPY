      * NO RESGATE DENTRO DE 30 DIAS DO APORTE (TABELA 96% A 0%   *
      * EM IOFW.CPY, APURACAO EM IOFP.CPY), LANCADO COMO          *
      * MOVIMENTO PROPRIO E LINHA PROPRIA NO EXTRATO              *
      * 05/05/22 KA NOVO TIPO 'D' (DEPOSITO JUDICIAL) - VALOR     *
      * BLOQUEADO POR ORDEM JUDICIAL (BLOQJUD) TRANSFERIDO PELO   *
      * BLQMNT PARA A CONTA DE DEPOSITO JUDICIAL                  *
      * 06/05/22 KA O HISTORICO E A BASE DOS LOTES DE APORTE      *
      * (LOTEP.CPY): CADA 'A' ABRE UM LOTE, 'J' E RATEADO ENTRE   *
      * OS LOTES E 'R'/'E' OS CONSOMEM DO MAIS ANTIGO AO MAIS     *
      * NOVO - MOV-SALDO-APOS E MOV-DATA PRECISAM ESTAR CORRETOS  *
      ***********************************************************
       01  REG-INVMOV.
           05 MOV-CHAVE.
               88 MOV-IMPOSTO          VALUE 'I'.
               88 MOV-IOF              VALUE 'F'.
               88 MOV-ENCERRAMENTO     VALUE 'E'.
               88 MOV-DEPOSITO-JUDICIAL VALUE 'D'.
           05 MOV-MES              PIC 9(02).
           05 MOV-TAXA             PIC 9(02)V99.
           05 MOV-VALOR            PIC S9(08)V99.
