      *> ----------------------------------------------------------------
      *> CONTAR-PROXIMA-FREQUENCIA adds one presence to the student's
      *> count when the session happened after their last exam - an
      *> absence trains nobody and counts for nothing. A class made up
      *> in another turma is training all the same and counts.
      *> ----------------------------------------------------------------
       CONTAR-PROXIMA-FREQUENCIA.

           IF WS-STATUS NOT = 00
               SET FIM-ARQUIVO TO TRUE
           ELSE
               IF FRQ-PRESENTE OR FRQ-REPOSICAO
                   PERFORM LOCALIZAR-ALUNO-TABELA
                   IF ENCONTROU-ALUNO
                       AND FRQ-DATA > TBC-DATA-EXAME(WS-INDICE)
