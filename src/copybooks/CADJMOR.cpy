      *> ----------------------------------------------------------------
      *> CADJMOR.cpy
      *> Mora-already-journaled record for CADJMO.DAT (FD CADJMO) - one
      *> entry per charge on which CADCTBX has ever booked multa or
      *> juros, keyed like the charge itself. CADMORA recomputes the
      *> penalty from scratch on every run, so the journal can only
      *> book the difference between what the charge carries now and
      *> what earlier competences already took to the books. The
      *> figures booked before the latest competence are kept apart,
      *> so rerunning that competence books the same difference again
      *> instead of nothing.
      *> ----------------------------------------------------------------
       01  REG-MORA-CONTABIL.
           03 JMO-CHAVE.
              05 JMO-MATRICULA    PIC 9(05).
              05 JMO-COMPETENCIA-COB PIC 9(06).
              05 JMO-TURMA        PIC X(06).
      *> Competence of the journal run that last booked this charge.
           03 JMO-COMPETENCIA     PIC 9(06).
      *> Multa and juros booked up to and including that run...
           03 JMO-MULTA           PIC 9(05)V99.
           03 JMO-JUROS           PIC 9(05)V99.
      *> ...and up to the run before it.
           03 JMO-MULTA-ANTERIOR  PIC 9(05)V99.
           03 JMO-JUROS-ANTERIOR  PIC 9(05)V99.
