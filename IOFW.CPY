      * CAMPOS DE APOIO PARA A APURACAO DO IOF REGRESSIVO SOBRE   *
      * RESGATES DENTRO DE 30 DIAS DO APORTE (IOFP.CPY), COM A    *
      * TABELA OFICIAL DE ALIQUOTAS POR DIA CORRIDO (DIA 1 = 96%  *
      * ... DIA 30 EM DIANTE = 0%). A TABELA TAMBEM SERVE AO IOF  *
      * POR LOTE DE APORTE (LOTEW/LOTEP.CPY).                     *
      * USO: COPY 'IOFW.CPY'. NA WORKING-STORAGE SECTION.         *
      ***********************************************************
       77  IOF-WS-CONTA         PIC 9(06) VALUE ZEROS.
