           03 INS-STATUS      PIC X(01).
              88 INS-ATIVO       VALUE "A".
              88 INS-INATIVO     VALUE "I".
      *> Pay terms the CADPGIN month-end payout applies: a fixed amount
      *> per session actually given (CADSES "R") plus a percentage of
      *> what the instructor's turmas collected in the competence.
           03 INS-VALOR-SESSAO  PIC 9(05)V99.
           03 INS-PERC-REPASSE  PIC 9(03)V99.
