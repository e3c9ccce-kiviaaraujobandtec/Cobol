      *27/03/22 KA O HISTORICO PASSA A MOSTRAR A FREQUENCIA DO
      *ALUNO (FALTAS DO FREQMST CONTRA OS DIAS LETIVOS DO
      *CALENDARIO, PARAGRAFOS DE FREQP.CPY) AO FIM DA CONSULTA
      *11/05/22 KA CHAVE DO TRANSCRI PASSA A TER A DISCIPLINA;
      *CADA LINHA DO HISTORICO MOSTRA A DISCIPLINA DA NOTA
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               SET TRANS-FIM TO TRUE
           ELSE
               MOVE WRK-MATRICULA TO TRANS-MATRICULA
               MOVE SPACES TO TRANS-DISCIPLINA
               MOVE ZEROS TO TRANS-DATA
               MOVE ZEROS TO TRANS-PERIODO
               START TRANSCRICAO KEY IS NOT < TRANS-CHAVE
               ADD 1 TO WRK-TOTAL-RESULTADOS
               MOVE TRANS-DATA TO WRK-DATA-ED
               DISPLAY WRK-DATA-ED
                       ' DISC ' TRANS-DISCIPLINA
                       ' PERIODO ' TRANS-PERIODO
                       ' NOTAS ' TRANS-NOTA1 ' ' TRANS-NOTA2
                       ' MEDIA ' TRANS-MEDIA
