      *> ----------------------------------------------------------------
      *> CADAPRW.cpy
      *> Second-approval area, shared by every program of the run unit
      *> as an EXTERNAL area the way CADOPRW shares the signed-on
      *> operator. CADAJUS, CADPARC, CADRCAN - and CADAPRV itself, for
      *> a change of the threshold - fill it and CALL
      *> "CADAPRG" - AAP-LER-LIMITE returns the "LIMAPR" amount in
      *> AAP-LIMITE, AAP-REGISTRAR-PEDIDO files the request on
      *> CADAPR.DAT and returns its number in AAP-NUMERO. The CADAPRV
      *> approval screen fills it with AAP-EXECUTAR-APROVADO before it
      *> CALLs CADPARC to carry out an agreement a second ADMIN has
      *> released; CADPARC answers in AAP-RESULTADO.
      *> ----------------------------------------------------------------
       01  AREA-APROVACAO EXTERNAL.
           03 AAP-FUNCAO         PIC X(01).
              88 AAP-LER-LIMITE         VALUE "L".
              88 AAP-REGISTRAR-PEDIDO   VALUE "R".
              88 AAP-EXECUTAR-APROVADO  VALUE "E".
              88 AAP-SEM-FUNCAO         VALUE SPACE.
           03 AAP-NUMERO         PIC 9(05).
      *> Same codes and meaning as APR-TIPO and the other request
      *> fields on CADAPRR.
           03 AAP-TIPO           PIC X(01).
           03 AAP-MATRICULA      PIC 9(05).
           03 AAP-COMPETENCIA    PIC 9(06).
           03 AAP-TURMA          PIC X(06).
           03 AAP-RECIBO         PIC 9(05).
           03 AAP-PARCELAS       PIC 9(02).
           03 AAP-VALOR          PIC 9(07)V99.
           03 AAP-MOTIVO         PIC X(20).
      *> Amount, in whole reais, above which a cancellation or an
      *> agreement waits for a second ADMIN.
           03 AAP-LIMITE         PIC 9(05).
           03 AAP-RESULTADO      PIC X(01).
              88 AAP-EXECUTADO      VALUE "S".
              88 AAP-NAO-EXECUTADO  VALUE "N".
