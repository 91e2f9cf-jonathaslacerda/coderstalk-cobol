       01  WS-TOTAL-FORMADOS PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-BAIXADOS PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-SUSPENSOS PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-TRANCADOS PIC 9(05) VALUE ZEROS.

       01  WS-DATA-ATUAL PIC 9(08).
       01  WS-DATA-ATUAL-R REDEFINES WS-DATA-ATUAL.
           03 LRS-TOTAL       PIC ZZZZ9.
           03 FILLER          PIC X(57) VALUE SPACES.

       01  LINHA-RODAPE-TRANCADOS.
           03 FILLER          PIC X(18) VALUE "TOTAL TRANCADOS: ".
           03 LRT-TOTAL       PIC ZZZZ9.
           03 FILLER          PIC X(57) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

                           ADD 1 TO WS-TOTAL-FORMADOS
                       WHEN ALU-SUSPENSO
                           ADD 1 TO WS-TOTAL-SUSPENSOS
                       WHEN ALU-TRANCADO
                           ADD 1 TO WS-TOTAL-TRANCADOS
                       WHEN OTHER
                           ADD 1 TO WS-TOTAL-BAIXADOS
                   END-EVALUATE
           MOVE "GRAVACAO DE RODAPE (SUSPENSOS)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           MOVE WS-TOTAL-TRANCADOS TO LRT-TOTAL.
           WRITE LINHA-RELATORIO FROM LINHA-RODAPE-TRANCADOS.
           MOVE "GRAVACAO DE RODAPE (TRANCADOS)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

       IMPRIMIR-TURMA.

           MOVE TUR-NOME(WS-INDICE)  TO LD-TURMA.
