      *> turma, one line per competence of the window, with the active
      *> count and the month's new enrollments, withdrawals and
      *> graduations side by side - the seasonality picture the owner
      *> wants before setting next year's schedule - followed by the
      *> students transferred in and out of the turma through CADTRF.
      *> The snapshot key is turma + competence, so one sequential
      *> browse arrives already grouped and ordered.
      *>
      *> The window's final competence comes off the command line as
      *> AAAAMM and defaults to the current month; the window reaches
           03 FILLER          PIC X(08) VALUE "NOVOS   ".
           03 FILLER          PIC X(08) VALUE "BAIXAS  ".
           03 FILLER          PIC X(08) VALUE "FORMADOS".
           03 FILLER          PIC X(10) VALUE "  ENTRADAS".
           03 FILLER          PIC X(08) VALUE "  SAIDAS".
           03 FILLER          PIC X(21) VALUE SPACES.

       01  LINHA-DETALHE.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LD-BAIXAS       PIC ZZZZ9.
           03 FILLER          PIC X(03) VALUE SPACES.
           03 LD-FORMADOS     PIC ZZZZ9.
           03 FILLER          PIC X(07) VALUE SPACES.
           03 LD-ENTRADAS     PIC ZZZZ9.
           03 FILLER          PIC X(03) VALUE SPACES.
           03 LD-SAIDAS       PIC ZZZZ9.
           03 FILLER          PIC X(21) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE SNP-NOVOS       TO LD-NOVOS.
           MOVE SNP-BAIXAS      TO LD-BAIXAS.
           MOVE SNP-FORMADOS    TO LD-FORMADOS.
           MOVE SNP-TRANSF-ENTRADAS TO LD-ENTRADAS.
           MOVE SNP-TRANSF-SAIDAS   TO LD-SAIDAS.

           WRITE LINHA-RELATORIO FROM LINHA-DETALHE.
           MOVE "GRAVACAO DE LINHA DE DETALHE" TO WS-OPERACAO.
