      *> enrollments, withdrawals and graduations come from the
      *> CADAUD.LOG lines of the competence ("I", "D"/campaign baixas,
      *> "F"), with each audited matricula's turma resolved on the
      *> master. A CADTRF transfer ("T") counts as one transfer out
      *> of the old turma and one transfer in to the new one, both
      *> named on the audit line itself, never as a withdrawal plus a
      *> new enrollment. Rerunning a competence rewrites the same
      *> records, so the history never duplicates a month.
      *>
      *> The competence comes off the command line as AAAAMM; when it
      *> is absent the current month is snapped.
              05 TBS-NOVOS    PIC 9(05).
              05 TBS-BAIXAS   PIC 9(05).
              05 TBS-FORMADOS PIC 9(05).
              05 TBS-ENTRADAS PIC 9(05).
              05 TBS-SAIDAS   PIC 9(05).

       01  WS-INDICE PIC 9(03).
       01  WS-ENCONTROU-TURMA PIC X(01).
               MOVE ZEROS TO WS-STATUS
           END-IF.

           IF AUD-TRANSFERENCIA
               MOVE AUD-NOME-ANTES(7:6) TO WS-TURMA-BUSCA
               PERFORM LOCALIZAR-TURMA-TABELA
               IF ENCONTROU-TURMA
                   ADD 1 TO TBS-SAIDAS(WS-INDICE)
               END-IF
               MOVE AUD-NOME-DEPOIS(7:6) TO WS-TURMA-BUSCA
               PERFORM LOCALIZAR-TURMA-TABELA
               IF ENCONTROU-TURMA
                   ADD 1 TO TBS-ENTRADAS(WS-INDICE)
               END-IF
           END-IF.

       LOCALIZAR-TURMA-TABELA.

           SET NAO-ENCONTROU-TURMA TO TRUE.
                   MOVE ZEROS TO TBS-NOVOS(WS-INDICE)
                   MOVE ZEROS TO TBS-BAIXAS(WS-INDICE)
                   MOVE ZEROS TO TBS-FORMADOS(WS-INDICE)
                   MOVE ZEROS TO TBS-ENTRADAS(WS-INDICE)
                   MOVE ZEROS TO TBS-SAIDAS(WS-INDICE)
                   SET ENCONTROU-TURMA TO TRUE
               END-IF
           END-IF.
           MOVE TBS-NOVOS(WS-INDICE)    TO SNP-NOVOS.
           MOVE TBS-BAIXAS(WS-INDICE)   TO SNP-BAIXAS.
           MOVE TBS-FORMADOS(WS-INDICE) TO SNP-FORMADOS.
           MOVE TBS-ENTRADAS(WS-INDICE) TO SNP-TRANSF-ENTRADAS.
           MOVE TBS-SAIDAS(WS-INDICE)   TO SNP-TRANSF-SAIDAS.

           WRITE REG-SNAPSHOT.
           IF WS-STATUS = 22
