      *> and inactivate entries of the CADINS.DAT instructor master,
      *> the same shape CADTMNT has for turmas. TUR-INSTRUTOR on the
      *> turma master only accepts codes this file carries as active.
      *> The pay terms CADPGIN applies at month end - amount per
      *> session and percentage of the turmas' collections - are kept
      *> here too.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADIMNT.
       01  WS-CODIGO-DIGITADO PIC X(06).
       01  WS-CAMPO-DIGITADO  PIC X(30).

      *> Pay terms are typed in whole centavos / hundredths and re-read
      *> through these REDEFINES, the way CADTMNT takes the fee:
      *> "0008000" is 80,00 per session, "01000" is 10,00 percent.
       01  WS-VALOR-SESSAO-X   PIC X(07).
       01  WS-VALOR-SESSAO-NUM REDEFINES WS-VALOR-SESSAO-X
                               PIC 9(05)V99.
       01  WS-PERC-REPASSE-X   PIC X(05).
       01  WS-PERC-REPASSE-NUM REDEFINES WS-PERC-REPASSE-X
                               PIC 9(03)V99.

       01  WS-FIM-LISTA PIC X(01).
           88 FIM-LISTA     VALUE "S".
           88 NAO-FIM-LISTA VALUE "N".
           ACCEPT INS-NOME.
           DISPLAY "CONTATO: ".
           ACCEPT INS-CONTATO.
           DISPLAY "VALOR POR SESSAO (CENTAVOS, EX 0008000 = 80,00): ".
           ACCEPT WS-VALOR-SESSAO-X.
           IF WS-VALOR-SESSAO-X IS NUMERIC
               MOVE WS-VALOR-SESSAO-NUM TO INS-VALOR-SESSAO
           ELSE
               MOVE ZEROS TO INS-VALOR-SESSAO
           END-IF.
           DISPLAY "PERCENTUAL SOBRE ARRECADACAO (EX 01000 = 10,00): ".
           ACCEPT WS-PERC-REPASSE-X.
           IF WS-PERC-REPASSE-X IS NUMERIC
               MOVE WS-PERC-REPASSE-NUM TO INS-PERC-REPASSE
           ELSE
               MOVE ZEROS TO INS-PERC-REPASSE
           END-IF.

       ALTERAR-INSTRUTOR.

           IF WS-STATUS = 00
               DISPLAY "NOME ATUAL: " INS-NOME
               DISPLAY "CONTATO ATUAL: " INS-CONTATO
               DISPLAY "VALOR POR SESSAO ATUAL: " INS-VALOR-SESSAO
               DISPLAY "PERCENTUAL DE REPASSE ATUAL: " INS-PERC-REPASSE
               DISPLAY "RESPOSTA VAZIA MANTEM O VALOR ATUAL"
               PERFORM SOLICITAR-ALTERACOES-INSTRUTOR
               REWRITE REG-INSTRUTOR
               MOVE WS-CAMPO-DIGITADO(1:20) TO INS-CONTATO
           END-IF.

           DISPLAY "NOVO VALOR POR SESSAO (CENTAVOS): ".
           ACCEPT WS-VALOR-SESSAO-X.
           IF WS-VALOR-SESSAO-X NOT = SPACES
               AND WS-VALOR-SESSAO-X IS NUMERIC
               MOVE WS-VALOR-SESSAO-NUM TO INS-VALOR-SESSAO
           END-IF.

           DISPLAY "NOVO PERCENTUAL DE REPASSE (EX 01000 = 10,00): ".
           ACCEPT WS-PERC-REPASSE-X.
           IF WS-PERC-REPASSE-X NOT = SPACES
               AND WS-PERC-REPASSE-X IS NUMERIC
               MOVE WS-PERC-REPASSE-NUM TO INS-PERC-REPASSE
           END-IF.

       LISTAR-INSTRUTORES.

           MOVE ZEROS TO WS-TOTAL.
               DISPLAY INS-CODIGO " " INS-NOME
                   " " INS-CONTATO
                   " STATUS " INS-STATUS
                   " SESSAO " INS-VALOR-SESSAO
                   " REPASSE " INS-PERC-REPASSE "%"
           END-IF.

      *> ----------------------------------------------------------------
