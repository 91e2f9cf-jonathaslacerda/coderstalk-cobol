      *> ----------------------------------------------------------------
      *> CADLCTR.cpy
      *> Ledger record for CADLCT.DAT - one line per money movement on
      *> a student's account, appended the way CADAUD.LOG is, so the
      *> bookkeeper can prove where every centavo of a payment went: the
      *> part applied to a charge, the excess kept as a credit, and the
      *> credit later used up by CADBILL against a new competence. The
      *> file is never rewritten; the balances carried on each line are
      *> the ones left right after the movement.
      *> ----------------------------------------------------------------
       01  REG-LANCAMENTO.
           03 LCT-MATRICULA       PIC 9(05).
           03 LCT-DATA-HORA.
              05 LCT-DATA         PIC 9(08).
              05 LCT-HORA         PIC 9(08).
           03 LCT-TIPO            PIC X(01).
      *> Money received (desk or bank) applied to the charge named by
      *> competence and turma.
              88 LCT-PAGAMENTO       VALUE "P".
      *> Money received beyond what the charge owed, kept on CADCRE as
      *> a credit of the student.
              88 LCT-CREDITO-GERADO  VALUE "C".
      *> Credit taken off CADCRE by CADBILL to pay down a new charge -
      *> no money changes hands, so the cash closing ignores it.
              88 LCT-CREDITO-USADO   VALUE "U".
      *> Money already paid on a charge that was later reduced - the
      *> pro-rata of a CADTRF turma transfer - released from the
      *> charge and kept on CADCRE as credit. No money changes hands.
              88 LCT-CREDITO-ESTORNO VALUE "E".
           03 LCT-COMPETENCIA     PIC 9(06).
           03 LCT-TURMA           PIC X(06).
           03 LCT-VALOR           PIC 9(06)V99.
      *> What the charge still owes, and the student's credit on hand,
      *> once this movement is booked.
           03 LCT-SALDO-COBRANCA  PIC 9(06)V99.
           03 LCT-SALDO-CREDITO   PIC 9(06)V99.
      *> CADRCB receipt issued for the payment - zeros when none was
      *> (bank settlements and credit use).
           03 LCT-RECIBO          PIC 9(05).
           03 LCT-OPERADOR        PIC X(08).
