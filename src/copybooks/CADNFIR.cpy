      *> ----------------------------------------------------------------
      *> CADNFIR.cpy
      *> Service-invoice (NFS-e) tracking record for CADNFI.DAT (FD
      *> CADNFI) - one entry per CADRCB receipt the CADNFSX daily batch
      *> has taken on, keyed by the receipt number. The city issues the
      *> invoice: CADNFSX sends the receipt on CADNFS.TXT, CADNFSR posts
      *> the number (or the refusal) off the city's CADNFS.RET, and a
      *> receipt CADRCAN voids after its invoice exists is sent back as
      *> a cancellation line. CADRPT15 lists what is still uninvoiced.
      *> ----------------------------------------------------------------
       01  REG-NOTA-FISCAL.
           03 NFI-RECIBO          PIC 9(05).
           03 NFI-STATUS          PIC X(01).
      *> Sent, waiting for the city's number.
              88 NFI-ENVIADA          VALUE "E".
      *> Invoice issued - NFI-NUMERO carries it.
              88 NFI-EMITIDA          VALUE "N".
      *> Refused by the city, or never sendable (payer without CPF) -
      *> CADNFSX sends it again once the receipt can go.
              88 NFI-RECUSADA         VALUE "R".
      *> Receipt voided after the invoice - cancellation line sent.
              88 NFI-CANCELAMENTO-ENVIADO VALUE "C".
      *> Receipt voided before any invoice existed - nothing to send.
              88 NFI-DISPENSADA       VALUE "X".
           03 NFI-DATA-ENVIO      PIC 9(08).
           03 NFI-NUMERO          PIC X(15).
           03 NFI-DATA-EMISSAO    PIC 9(08).
           03 NFI-DATA-CANCELAMENTO PIC 9(08).
           03 NFI-MOTIVO-RECUSA   PIC X(30).
