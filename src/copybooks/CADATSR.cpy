      *> ----------------------------------------------------------------
      *> CADATSR.cpy
      *> Medical clearance (atestado) record for CADATS.DAT (FD CADATS)
      *> - one entry per student, keyed by matricula, typed at the
      *> CADATST screen or at enrollment in CADADD. A renewal
      *> overwrites the entry: only the clearance in force matters to
      *> the roll call and to the CADRPT16 expiry list.
      *> ----------------------------------------------------------------
       01  REG-ATESTADO.
           03 ATS-MATRICULA      PIC 9(05).
           03 ATS-DATA-EMISSAO   PIC 9(08).
           03 ATS-DATA-EMISSAO-R REDEFINES ATS-DATA-EMISSAO.
              05 ATS-ANO-EMISSAO PIC 9(04).
              05 ATS-MES-EMISSAO PIC 9(02).
              05 ATS-DIA-EMISSAO PIC 9(02).
           03 ATS-MEDICO         PIC X(30).
           03 ATS-CRM            PIC X(10).
      *> Months the doctor signed for (12 when left blank) and the
      *> last day the clearance is good for, worked out from them.
           03 ATS-VALIDADE-MESES PIC 9(02).
           03 ATS-DATA-VALIDADE  PIC 9(08).
           03 ATS-DATA-VALIDADE-R REDEFINES ATS-DATA-VALIDADE.
              05 ATS-ANO-VALIDADE PIC 9(04).
              05 ATS-MES-VALIDADE PIC 9(02).
              05 ATS-DIA-VALIDADE PIC 9(02).
      *> Who typed it in, and when.
           03 ATS-OPERADOR       PIC X(08).
           03 ATS-DATA-REGISTRO  PIC 9(08).
