      *> ----------------------------------------------------------------
      *> CADGRPR.cpy
      *> Consolidated-slip record for CADGRP.DAT (FD CADGRP) - one line
      *> per charge a family slip gathers. A guardian with three
      *> children used to get three bank slips a month; CADREM's
      *> FAMILIA option sends one slip per responsible payer
      *> (CPF-RESP-ALU) instead, numbered off the "ULTGRP" control
      *> record, and writes here which charges it stands for, so
      *> CADRET can split the bank's money back across them.
      *>
      *> The key puts a slip's charges in due-date order after the slip
      *> number, so one keyed browse from "number plus zeros" walks
      *> them oldest first - the order a short payment is applied in.
      *> The slip goes to the bank with its number in the matricula
      *> field and "GRUPO " in the turma field of the remessa line.
      *> ----------------------------------------------------------------
       01  REG-GRUPO.
           03 GRP-CHAVE.
              05 GRP-NUMERO          PIC 9(05).
              05 GRP-DATA-VENCIMENTO PIC 9(08).
      *> The charge (CADCOB key) this line of the slip settles.
              05 GRP-COBRANCA.
                 07 GRP-MATRICULA    PIC 9(05).
                 07 GRP-COMPETENCIA  PIC 9(06).
                 07 GRP-TURMA        PIC X(06).
      *> What the charge still owed when the slip was issued.
           03 GRP-VALOR              PIC 9(05)V99.
           03 GRP-DATA-EMISSAO       PIC 9(08).
      *> "E" while the slip is out; "L" once the charge is settled -
      *> by the slip or at the desk; "S" when a new FAMILIA run of the
      *> same competence reissued the family's slip, so paying the old
      *> one lands on the CADRET exception list instead.
           03 GRP-STATUS             PIC X(01).
              88 GRP-EMITIDO            VALUE "E".
              88 GRP-LIQUIDADO          VALUE "L".
              88 GRP-SUBSTITUIDO        VALUE "S".
