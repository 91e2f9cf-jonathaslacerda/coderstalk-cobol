       01  WS-TOTAL-FORMADOS PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-BAIXADOS PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-SUSPENSOS PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-TRANCADOS PIC 9(05) VALUE ZEROS.

      *> Current faixa of the student being listed - the newest CADFXA
      *> line, or "(NENHUMA)" for a student never examined. A machine
           DISPLAY "TOTAL DE ALUNOS FORMADOS: " WS-TOTAL-FORMADOS.
           DISPLAY "TOTAL DE ALUNOS BAIXADOS: " WS-TOTAL-BAIXADOS.
           DISPLAY "TOTAL DE ALUNOS SUSPENSOS: " WS-TOTAL-SUSPENSOS.
           DISPLAY "TOTAL DE ALUNOS TRANCADOS: " WS-TOTAL-TRANCADOS.

           CLOSE CADALU.
           MOVE "FECHAMENTO DE CADALU" TO WS-OPERACAO.
                       DISPLAY "MATRICULA " KEY-ALU " NOME " NOME-ALU
                           " FAIXA " WS-FAIXA-ATUAL
                           " (SUSPENSO)"
      *> So is a student on leave, with the planned return date.
                   WHEN ALU-TRANCADO
                       ADD 1 TO WS-TOTAL-TRANCADOS
                       PERFORM BUSCAR-FAIXA-ATUAL
                       DISPLAY "MATRICULA " KEY-ALU " NOME " NOME-ALU
                           " FAIXA " WS-FAIXA-ATUAL
                           " (TRANCADO ATE " TRANC-RETORNO-ALU ")"
                   WHEN OTHER
                       ADD 1 TO WS-TOTAL-BAIXADOS
               END-EVALUATE
