      *> lives on in the agreement's installment charges unless
      *> CADACOR breaks the agreement and reopens this one.
              88 COB-SUBSTITUIDA    VALUE "S".
      *> Date of the latest payment and the total received so far. A
      *> short payment leaves the charge COB-ABERTA with COB-VALOR-PAGO
      *> below what is owed - the balance still due is COB-VALOR plus
      *> COB-MULTA plus COB-JUROS less COB-VALOR-PAGO - and each
      *> movement is also booked on the CADLCT.DAT ledger.
           03 COB-DATA-PAGAMENTO  PIC 9(08).
           03 COB-VALOR-PAGO      PIC 9(05)V99.
      *> Penalty accrued by the CADMORA monthly batch on a charge past
      *> COB-DATA-VENCIMENTO - a one-time multa plus juros per 30/360
      *> day of delay - carried on the charge so CADPAG presents the
      *> corrected amount due at the moment of payment. Recomputed from
      *> scratch on every CADMORA run while nothing has been paid, so
      *> rerunning a month never compounds the penalty; on a part-paid
      *> charge it is never lowered (see COB-DATA-MORA).
           03 COB-MULTA           PIC 9(05)V99.
           03 COB-JUROS           PIC 9(05)V99.
      *> Number of the CADACD agreement this charge belongs to -
      *> the unattended jobs - so the daily cash closing can subtotal
      *> the drawer by who actually received the money.
           03 COB-OPERADOR        PIC X(08).
      *> Where CADMORA picks up the juros of a part-paid charge: the
      *> payment date (COB-DATA-PAGAMENTO) it last saw and the juros
      *> owed when that payment came in. New juros run from that date
      *> on the principal the payments have not yet covered - money
      *> received pays the mora before the principal - so a part
      *> payment never erases mora already owed, and a rerun finds the
      *> same starting point. Zeros until CADMORA first sees a payment
      *> on the charge.
           03 COB-DATA-MORA       PIC 9(08).
           03 COB-JUROS-BASE      PIC 9(05)V99.
