      *> control record on CADCTL.DAT. The register is what matches a
      *> disputed payment receipt-to-charge months later; the counter
      *> only ever increments, so a cancelled receipt's number is never
      *> reused - a void asked for at the CADRCAN screen and released
      *> by a second ADMIN at CADAPRV flips the record to "X" with the
      *> reason, and it stays on file.
      *> ----------------------------------------------------------------
       01  REG-RECIBO.
