      *> check and the same OBTER-PROXIMA-CHAVE as any other add, the
      *> enrollment is audited as an ordinary inclusion, the queue
      *> record is removed, and a notification line is printed so the
      *> desk calls the student - who also gets a "VG" message on the
      *> CADNTFG family notification queue. No entry for the turma is
      *> simply no work to do.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADWPROM.

           COPY CADOPRW.

           COPY CADNTFW.

       LINKAGE SECTION.

       01  CADW-TURMA PIC X(06).
      *> the promoted family comes in to confirm.
               MOVE ZEROS TO CPF-RESP-ALU
               SET FED-NAO-ENVIADO TO TRUE
               MOVE ZEROS TO TRANC-ALU
               WRITE REG-ALU
               MOVE "GRAVACAO DE REG-ALU (PROMOCAO DA FILA)" TO
                   WS-OPERACAO
               DISPLAY "FILA: LIGAR PARA " FIL-NOME " ("
                   FIL-CONTATO ") - MATRICULADO NA TURMA " CADW-TURMA
                   " COM MATRICULA " KEY-ALU
               PERFORM AVISAR-PROMOCAO
           END-IF.

      *> ----------------------------------------------------------------
      *> AVISAR-PROMOCAO queues the "VG" message to the promoted
      *> student on the family notification queue - the queue entry
      *> carries no guardian, so the message goes to the contact the
      *> applicant left on the waiting list.
      *> ----------------------------------------------------------------
       AVISAR-PROMOCAO.

           SET ANF-ABRIR TO TRUE.
           CALL "CADNTFG" USING AREA-NOTIFICACAO.

           SET ANF-GRAVAR TO TRUE.
           MOVE KEY-ALU       TO ANF-MATRICULA.
           MOVE NOME-ALU      TO ANF-NOME-ALUNO.
           MOVE CONTATO-ALU   TO ANF-CONTATO-ALUNO.
           MOVE CPF-RESP-ALU  TO ANF-CPF-RESP.
           MOVE "VG"          TO ANF-TIPO.
           MOVE SPACES        TO ANF-REFERENCIA.
           STRING CADW-TURMA DATA-MATR-ALU DELIMITED BY SIZE
               INTO ANF-REFERENCIA
           END-STRING.
           MOVE DATA-MATR-ALU TO ANF-DATA.
           MOVE CADW-TURMA    TO ANF-TURMA.
           MOVE ZEROS         TO ANF-COMPETENCIA.
           MOVE ZEROS         TO ANF-VALOR.
           MOVE "CADWPROM"    TO ANF-ORIGEM.
           CALL "CADNTFG" USING AREA-NOTIFICACAO.

           SET ANF-FECHAR TO TRUE.
           CALL "CADNTFG" USING AREA-NOTIFICACAO.

      *> ----------------------------------------------------------------
      *> GRAVAR-VINCULO-PROMOCAO opens the promoted student's first
      *> enrollment line on CADVIN, the same open-around-the-write
