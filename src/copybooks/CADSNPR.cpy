           03 SNP-NOVOS          PIC 9(05).
           03 SNP-BAIXAS         PIC 9(05).
           03 SNP-FORMADOS       PIC 9(05).
      *> Students who moved into and out of the turma through a CADTRF
      *> transfer - kept apart from NOVOS and BAIXAS so a change of
      *> discipline is not read as one dropout plus one new student.
           03 SNP-TRANSF-ENTRADAS PIC 9(05).
           03 SNP-TRANSF-SAIDAS   PIC 9(05).
