      *> session to "R" when the roll is taken and refuses to take one
      *> on a cancelled date; the CADSCAN screen cancels a session
      *> ("C", instructor sick) or a whole date ("F", holiday) with
      *> the reason kept on the record. When another instructor covers
      *> the class instead, CADSCAN records the CADINS.DAT code on
      *> SES-SUBSTITUTO and the session stays on; CADRPT10 prints who
      *> actually taught it and CADPGIN pays the session to the
      *> substitute. Spaces means the turma's own instructor taught.
      *> ----------------------------------------------------------------
       01  REG-SESSAO.
           03 SES-CHAVE.
              88 SES-FERIADO       VALUE "F".
              88 SES-NAO-REALIZADA VALUES "C" "F".
           03 SES-MOTIVO   PIC X(30).
           03 SES-SUBSTITUTO PIC X(06).
