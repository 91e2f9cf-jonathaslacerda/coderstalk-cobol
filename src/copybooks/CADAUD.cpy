      *> reason code instead of a student name.
              88 AUD-CANCELA-COBRANCA VALUE "C".
              88 AUD-REABRE-COBRANCA  VALUE "E".
      *> Turma transfer made at the CADTRF screen - neither a
      *> withdrawal nor a new enrollment: AUD-NOME-ANTES carries
      *> "TURMA " and the turma left, AUD-NOME-DEPOIS "TURMA " and the
      *> turma joined.
              88 AUD-TRANSFERENCIA    VALUE "T".
      *> Leave of absence taken (or its return date moved) at the
      *> CADTRC screen; the return to active, at the screen or by the
      *> CADTRCR batch on the planned date, is an ordinary "V".
              88 AUD-TRANCAMENTO      VALUE "M".
      *> Personal data of an archived student blanked by the CADANON
      *> retention batch - name, contact, CPF and birth date are gone
      *> from CADHST.DAT and from the student's earlier audit lines;
      *> both name fields of this line are left blank.
              88 AUD-ANONIMIZACAO     VALUE "N".
      *> Second-approval request (CADAPRG) or decision (CADAPRV): both
      *> name fields carry the request number, its type and the ADMIN
      *> who asked; AUD-STATUS-ANTES/DEPOIS go " " to "P" when it is
      *> filed and "P" to "A" (approved) or "J" (rejected) when it is
      *> decided, with the deciding ADMIN in AUD-OPERADOR.
              88 AUD-APROVACAO        VALUE "P".
      *> Approval threshold ("LIMAPR" on CADCTL) changed at CADAPRV
      *> once a second ADMIN released the request: the matricula
      *> field holds zeros, AUD-NOME-ANTES carries the old amount and
      *> AUD-NOME-DEPOIS the new one, each with the request number and
      *> the ADMIN who asked; the releasing ADMIN is AUD-OPERADOR.
              88 AUD-LIMITE-APROVACAO VALUE "K".
           03 AUD-NOME-ANTES      PIC X(45).
           03 AUD-STATUS-ANTES    PIC X(01).
           03 AUD-NOME-DEPOIS     PIC X(45).
