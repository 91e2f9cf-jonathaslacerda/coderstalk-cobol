      *> CADADD screen when the student is a minor.
           MOVE ZEROS TO CPF-RESP-ALU.
           SET FED-NAO-ENVIADO TO TRUE.
           MOVE ZEROS TO TRANC-ALU.
           PERFORM GRAVAR-ALUNO.

      *> ----------------------------------------------------------------
