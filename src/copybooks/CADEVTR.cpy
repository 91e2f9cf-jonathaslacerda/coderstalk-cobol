      *> ----------------------------------------------------------------
      *> CADEVTR.cpy
      *> Event master record for CADEVT.DAT (FD CADEVT) - one entry per
      *> tournament or championship the school enters or holds,
      *> maintained at the CADEMNT screen. Athletes sign up at CADEINS;
      *> the entry fee each one owes becomes a REG-COBRANCA whose
      *> COB-TURMA is "EV" followed by EVT-CODIGO, so it is paid and
      *> chased like any monthly fee.
      *> ----------------------------------------------------------------
       01  REG-EVENTO.
           03 EVT-CODIGO       PIC 9(04).
           03 EVT-NOME         PIC X(30).
           03 EVT-DATA         PIC 9(08).
           03 EVT-DATA-R REDEFINES EVT-DATA.
              05 EVT-ANO       PIC 9(04).
              05 EVT-MES       PIC 9(02).
              05 EVT-DIA       PIC 9(02).
           03 EVT-LOCAL        PIC X(30).
           03 EVT-MODALIDADE   PIC X(15).
           03 EVT-TIPO         PIC X(01).
              88 EVT-FEDERACAO    VALUE "F".
              88 EVT-INTERNO      VALUE "I".
      *> Entry fee per athlete and the last day to sign up, which is
      *> also the due date of the fee charge. A free event (fee zero)
      *> raises no charge at all.
           03 EVT-TAXA         PIC 9(05)V99.
           03 EVT-DATA-LIMITE  PIC 9(08).
           03 EVT-DATA-LIMITE-R REDEFINES EVT-DATA-LIMITE.
              05 EVT-ANO-LIMITE PIC 9(04).
              05 EVT-MES-LIMITE PIC 9(02).
              05 EVT-DIA-LIMITE PIC 9(02).
      *> Categories the event runs: the range of CADFEDX age brackets
      *> it accepts (1 = up to 9 ... 6 = 45+), and whether the
      *> brackets are split further by faixa.
           03 EVT-CATEGORIA-MIN PIC 9(01).
           03 EVT-CATEGORIA-MAX PIC 9(01).
           03 EVT-DIVIDE-FAIXA PIC X(01).
              88 EVT-POR-FAIXA    VALUE "S".
              88 EVT-SEM-FAIXA    VALUE "N".
           03 EVT-STATUS       PIC X(01).
              88 EVT-ABERTO       VALUE "A".
              88 EVT-ENCERRADO    VALUE "E".
              88 EVT-CANCELADO    VALUE "C".
