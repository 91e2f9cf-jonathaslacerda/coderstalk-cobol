      *> ----------------------------------------------------------------
      *> CADAPRR.cpy
      *> Pending-approval record for CADAPR.DAT (FD CADAPR) - one entry
      *> per sensitive action an ADMIN asked for but a second ADMIN has
      *> to release: a CADAJUS charge cancellation or a CADPARC
      *> agreement above the "LIMAPR" amount on CADCTL.DAT, every
      *> CADRCAN receipt void, and any change to that "LIMAPR" amount
      *> itself typed at CADAPRV. Keyed by the sequence the "ULTAPR"
      *> control record hands out; CADAPRG writes the request, the
      *> CADAPRV screen records the decision, and the entry stays on
      *> file afterwards as the record of who asked and who released.
      *> ----------------------------------------------------------------
       01  REG-APROVACAO.
           03 APR-NUMERO          PIC 9(05).
           03 APR-TIPO            PIC X(01).
              88 APR-CANCELA-COBRANCA VALUE "C".
              88 APR-PARCELAMENTO     VALUE "P".
              88 APR-CANCELA-RECIBO   VALUE "R".
              88 APR-ALTERA-LIMITE    VALUE "L".
           03 APR-SITUACAO        PIC X(01).
              88 APR-PENDENTE        VALUE "P".
              88 APR-APROVADA        VALUE "A".
              88 APR-REJEITADA       VALUE "J".
      *> What the action touches: the charge key for a cancellation,
      *> the student and the number of installments for an agreement,
      *> the receipt number (with its charge key) for a void. A
      *> threshold change touches no student: the matricula and the
      *> charge key are left zero.
           03 APR-MATRICULA       PIC 9(05).
           03 APR-COMPETENCIA     PIC 9(06).
           03 APR-TURMA           PIC X(06).
           03 APR-RECIBO          PIC 9(05).
           03 APR-PARCELAS        PIC 9(02).
      *> The amount at stake when the request was made - the open
      *> balance being cancelled, the debt being renegotiated or the
      *> receipt being voided - or, for a threshold change, the new
      *> "LIMAPR" amount in whole reais, with APR-MOTIVO holding the
      *> old and new amounts as typed. CADAPRV refuses to release an
      *> agreement whose debt no longer matches it.
           03 APR-VALOR           PIC 9(07)V99.
           03 APR-MOTIVO          PIC X(20).
           03 APR-PEDIDO.
              05 APR-DATA-PEDIDO     PIC 9(08).
              05 APR-HORA-PEDIDO     PIC 9(08).
              05 APR-OPERADOR-PEDIDO PIC X(08).
           03 APR-DECISAO.
              05 APR-DATA-DECISAO     PIC 9(08).
              05 APR-OPERADOR-DECISAO PIC X(08).
