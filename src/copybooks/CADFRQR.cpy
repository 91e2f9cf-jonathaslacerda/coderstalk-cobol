      *> The key is turma + session date + matricula, so one session's
      *> roll sits together on the file and re-taking a roll simply
      *> rewrites the same keys.
      *> A make-up class taken in another turma is filed under the
      *> student's own (home) turma with presence "R", keyed by the
      *> date of the visit - the home turma is the one credited, and
      *> CADRPT05 shows it in its own column instead of as a presence
      *> or an absence of a home session.
      *> ----------------------------------------------------------------
       01  REG-FREQUENCIA.
           03 FRQ-CHAVE.
           03 FRQ-PRESENCA      PIC X(01).
              88 FRQ-PRESENTE      VALUE "P".
              88 FRQ-AUSENTE       VALUE "A".
              88 FRQ-REPOSICAO     VALUE "R".
