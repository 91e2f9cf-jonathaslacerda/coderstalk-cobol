      *> ----------------------------------------------------------------
      *> CADVDAR.cpy
      *> Sale record for CADVDA.DAT (FD CADVDA) - one entry per item
      *> sold at the CADVEND screen, keyed by the sale number handed
      *> out by the "ULTVDA" control record on CADCTL.DAT. The money
      *> itself lives on an ordinary REG-COBRANCA whose COB-TURMA is
      *> "VD" followed by the last four digits of the sale number:
      *> left open to be paid at CADPAG like any fee, or settled on the
      *> spot with its own CADRCB receipt. CADRPT07 sums this file into
      *> the month's sales beside the cash closing.
      *> ----------------------------------------------------------------
       01  REG-VENDA.
           03 VDA-NUMERO       PIC 9(05).
           03 VDA-DATA         PIC 9(08).
           03 VDA-DATA-R REDEFINES VDA-DATA.
              05 VDA-ANO-MES   PIC 9(06).
              05 VDA-DIA       PIC 9(02).
           03 VDA-MATRICULA    PIC 9(05).
           03 VDA-PRODUTO      PIC X(06).
           03 VDA-QUANTIDADE   PIC 9(03).
           03 VDA-PRECO        PIC 9(05)V99.
           03 VDA-VALOR        PIC 9(05)V99.
      *> How the sale was paid: charged to the student's account or
      *> received at the desk with a receipt.
           03 VDA-FORMA        PIC X(01).
              88 VDA-NA-CONTA     VALUE "C".
              88 VDA-A-VISTA      VALUE "V".
      *> Key of the charge line the sale raised on CADCOB.
           03 VDA-COMPETENCIA  PIC 9(06).
           03 VDA-TURMA-COB    PIC X(06).
      *> CADRCB receipt of a sale paid on the spot - zeros otherwise.
           03 VDA-RECIBO       PIC 9(05).
      *> Where the sale was made: the ordinary desk sale, or the belt
      *> offered to a student straight from an exam's results.
           03 VDA-ORIGEM       PIC X(01).
              88 VDA-BALCAO       VALUE "B".
              88 VDA-EXAME        VALUE "E".
           03 VDA-OPERADOR     PIC X(08).
