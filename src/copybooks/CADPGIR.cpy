      *> ----------------------------------------------------------------
      *> CADPGIR.cpy
      *> Instructor payout record for CADPGI.DAT (FD CADPGI) - one line
      *> per competence, instructor and turma, written by the CADPGIN
      *> month-end batch. The line keeps the pay terms in force when it
      *> was calculated next to the inputs (sessions given, amount
      *> collected), so a payout can be reprinted exactly as it was
      *> paid; a competence already on file is never calculated again.
      *> ----------------------------------------------------------------
       01  REG-PAGAMENTO-INSTRUTOR.
           03 PGI-CHAVE.
              05 PGI-COMPETENCIA  PIC 9(06).
              05 PGI-INSTRUTOR    PIC X(06).
              05 PGI-TURMA        PIC X(06).
           03 PGI-NOME            PIC X(30).
      *> Sessions of the turma the instructor actually gave in the
      *> month, at the per-session amount then on CADINS.DAT.
           03 PGI-SESSOES         PIC 9(03).
           03 PGI-VALOR-SESSAO    PIC 9(05)V99.
           03 PGI-VALOR-SESSOES   PIC 9(06)V99.
      *> What the turma's charges of the competence collected (COB-PAGA)
      *> and the instructor's percentage of it.
           03 PGI-ARRECADADO      PIC 9(07)V99.
           03 PGI-PERC-REPASSE    PIC 9(03)V99.
           03 PGI-VALOR-REPASSE   PIC 9(06)V99.
           03 PGI-TOTAL           PIC 9(07)V99.
           03 PGI-DATA-CALCULO    PIC 9(08).
           03 PGI-OPERADOR        PIC X(08).
