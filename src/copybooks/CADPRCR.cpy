      *> ----------------------------------------------------------------
      *> CADPRCR.cpy
      *> Turma price-history record for CADPRC.DAT (FD CADPRC) - one
      *> line per price a turma has had, each in force from its
      *> competence until the next line of the same turma. TUR-
      *> MENSALIDADE alone could only say what the turma costs today,
      *> so an annual readjustment typed in January re-rated any rerun
      *> of December at the new price. CADBILL now rates a charge at
      *> the line in force for the charge's competence: the newest one
      *> whose PRC-COMPETENCIA is not after it. A turma with no line in
      *> force is still rated at TUR-MENSALIDADE.
      *>
      *> Lines are written by the CADREAJ readjustment batch - ahead of
      *> time, effective from a future competence - and by a fee change
      *> at the CADTMNT screen, effective from the current month. The
      *> first line a turma gets is preceded by one at competence
      *> 000000 carrying the fee it had until then, so the months
      *> before any change keep their price however TUR-MENSALIDADE is
      *> edited later.
      *> ----------------------------------------------------------------
       01  REG-PRECO.
           03 PRC-CHAVE.
              05 PRC-TURMA          PIC X(06).
              05 PRC-COMPETENCIA    PIC 9(06).
           03 PRC-MENSALIDADE       PIC 9(05)V99.
      *> When the line was recorded and by which program.
           03 PRC-DATA-REGISTRO     PIC 9(08).
           03 PRC-ORIGEM            PIC X(08).
