      *> more until CADPAG brings the open-charge count back under the
      *> limit and reinstates them.
              88 ALU-SUSPENSO    VALUE "S".
      *> On leave (trancamento) - taken at the CADTRC screen for a
      *> student who stops for a few months: seat and turma are kept,
      *> CADBILL does not bill, CADCHAM does not call, and the CADTRCR
      *> daily batch puts the student back to ALU-ATIVO on the planned
      *> return date.
              88 ALU-TRANCADO    VALUE "T".
           03 CONTATO-ALU     PIC X(20).
           03 TURMA-ALU       PIC X(30).
      *> CPF is the real identity of the student - identity used to be
              88 FED-ACEITO        VALUE "A".
              88 FED-REJEITADO     VALUE "R".
              88 FED-NAO-ENVIADO   VALUE " ".
      *> Leave dates for ALU-TRANCADO: the day the leave began and the
      *> planned return day, both AAAAMMDD. Kept after the return as
      *> the record of the latest leave; ZEROS when there was none.
           03 TRANC-ALU.
              05 TRANC-INICIO-ALU  PIC 9(08).
              05 TRANC-RETORNO-ALU PIC 9(08).
