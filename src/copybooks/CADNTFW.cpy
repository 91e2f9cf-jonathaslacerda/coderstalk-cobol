      *> ----------------------------------------------------------------
      *> CADNTFW.cpy
      *> Parameter area of the CADNTFG subprogram, copied into the
      *> caller's WORKING-STORAGE and into CADNTFG's LINKAGE SECTION.
      *> The caller calls once with ANF-ABRIR, once per message with
      *> ANF-GRAVAR, and once with ANF-FECHAR at the end of its run.
      *> It passes the student data it already holds; CADNTFG itself
      *> resolves the guardian off CADRSP and fills in the template.
      *> ----------------------------------------------------------------
       01  AREA-NOTIFICACAO.
           03 ANF-FUNCAO         PIC X(01).
              88 ANF-ABRIR          VALUE "A".
              88 ANF-GRAVAR         VALUE "G".
              88 ANF-FECHAR         VALUE "F".
           03 ANF-MATRICULA      PIC 9(05).
           03 ANF-NOME-ALUNO     PIC X(45).
           03 ANF-CONTATO-ALUNO  PIC X(20).
           03 ANF-CPF-RESP       PIC 9(11).
      *> Template code on CADNTM.TXT and the event reference (see
      *> NTF-EVENTO on CADNTFR).
           03 ANF-TIPO           PIC X(02).
           03 ANF-REFERENCIA     PIC X(20).
      *> Values the template may quote: #D date, #T turma, #C
      *> competence, #V amount.
           03 ANF-DATA           PIC 9(08).
           03 ANF-TURMA          PIC X(06).
           03 ANF-COMPETENCIA    PIC 9(06).
           03 ANF-VALOR          PIC 9(06)V99.
           03 ANF-ORIGEM         PIC X(08).
           03 ANF-RESULTADO      PIC X(01).
              88 ANF-ENFILEIRADA    VALUE "G".
              88 ANF-DUPLICADA      VALUE "D".
              88 ANF-SEM-CONTATO    VALUE "S".
              88 ANF-SEM-MODELO     VALUE "M".
