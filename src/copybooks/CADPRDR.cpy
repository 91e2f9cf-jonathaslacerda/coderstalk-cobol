      *> ----------------------------------------------------------------
      *> CADPRDR.cpy
      *> Product master record for CADPRD.DAT (FD CADPRD) - one entry
      *> per item the desk sells: kimonos, belts, gloves, patches. The
      *> CADPMNT screen keeps the price, the quantity on hand and the
      *> reorder minimum; every sale at CADVEND takes its quantity off
      *> PRD-ESTOQUE, and the CADRPT18 reorder report lists the items
      *> whose stock fell under PRD-MINIMO.
      *> ----------------------------------------------------------------
       01  REG-PRODUTO.
           03 PRD-CODIGO       PIC X(06).
           03 PRD-DESCRICAO    PIC X(30).
           03 PRD-TIPO         PIC X(01).
              88 PRD-KIMONO       VALUE "K".
              88 PRD-FAIXA-TIPO   VALUE "F".
              88 PRD-LUVA         VALUE "L".
              88 PRD-PATCH        VALUE "P".
              88 PRD-OUTRO        VALUE "O".
      *> The faixa a belt item stands for, spelled as CADEXAM records
      *> it on CADFXA.DAT - how CADVEND finds the belt to offer each
      *> student an exam just promoted. Spaces on any other item.
           03 PRD-FAIXA        PIC X(10).
           03 PRD-PRECO        PIC 9(05)V99.
           03 PRD-ESTOQUE      PIC 9(05).
           03 PRD-MINIMO       PIC 9(05).
           03 PRD-STATUS       PIC X(01).
              88 PRD-ATIVO        VALUE "A".
              88 PRD-INATIVO      VALUE "I".
