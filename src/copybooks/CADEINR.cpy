      *> ----------------------------------------------------------------
      *> CADEINR.cpy
      *> Event registration record for CADEIN.DAT (FD CADEIN) - one
      *> line per athlete per event, keyed event + matricula, written
      *> at the CADEINS screen. The category is fixed at sign-up from
      *> the athlete's age on the event date and current faixa; the
      *> placing and medal are typed in after the event and printed by
      *> CADRPT17.
      *> ----------------------------------------------------------------
       01  REG-INSCRICAO.
           03 EIN-CHAVE.
              05 EIN-EVENTO       PIC 9(04).
              05 EIN-MATRICULA    PIC 9(05).
           03 EIN-CATEGORIA-IDADE PIC 9(01).
           03 EIN-FAIXA           PIC X(10).
           03 EIN-DATA-INSCRICAO  PIC 9(08).
      *> Competence of the entry-fee charge on CADCOB (zeros when the
      *> event is free).
           03 EIN-COMPETENCIA-COB PIC 9(06).
           03 EIN-STATUS          PIC X(01).
              88 EIN-INSCRITO        VALUE "I".
              88 EIN-CANCELADO       VALUE "C".
      *> Result: placing in the category (zeros until typed in) and the
      *> medal that goes with it.
           03 EIN-COLOCACAO       PIC 9(02).
           03 EIN-MEDALHA         PIC X(01).
              88 EIN-OURO            VALUE "O".
              88 EIN-PRATA           VALUE "P".
              88 EIN-BRONZE          VALUE "B".
              88 EIN-SEM-MEDALHA     VALUE " ".
           03 EIN-OPERADOR        PIC X(08).
