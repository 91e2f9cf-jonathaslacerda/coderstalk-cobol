      *> ----------------------------------------------------------------
      *> CADCRER.cpy
      *> Credit-balance record for the CADCRE file (FD CADCRE) - one
      *> entry per student holding money paid beyond what a charge
      *> owed. CADPAG and CADRET add to it, CADBILL draws it down
      *> against the next competence's charges; every change is
      *> mirrored by a line on the CADLCT.DAT ledger.
      *> ----------------------------------------------------------------
       01  REG-CREDITO.
           03 CRE-MATRICULA    PIC 9(05).
           03 CRE-SALDO        PIC 9(06)V99.
      *> Date of the last movement on the balance.
           03 CRE-DATA         PIC 9(08).
