      *>
      *> The exam date comes off the command line as AAAAMMDD; when it
      *> is absent the exam is recorded as of today.
      *>
      *> Ahead of the exam the same candidate list can be run as
      *> "AGENDA AAAAMMDD": nothing is promoted or audited, each
      *> active candidate's family just gets an "EX" call-up message
      *> for that date on the CADNTFG notification queue (once per
      *> exam date, however often the list is rerun).
      *>
      *> Once the results are in, the desk offers each promoted
      *> student the belt of the new faixa from the CADVEND sales
      *> screen, which reads the same exam date back off CADFXA.DAT.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADEXAM.
       01  WS-OPERACAO PIC X(40).

       01  WS-COMANDO-COMPLETO PIC X(40).
       01  WS-PRIMEIRO-ARGUMENTO PIC X(08).
       01  WS-DATA-EXAME-X PIC X(08).
       01  WS-DATA-EXAME   PIC 9(08).

       01  WS-MODO-EXAME PIC X(01).
           88 MODO-AGENDA     VALUE "A".
           88 MODO-RESULTADO  VALUE "R".

       01  WS-FIM-LISTA PIC X(01).
           88 FIM-LISTA     VALUE "S".
           88 NAO-FIM-LISTA VALUE "N".

       01  WS-PROMOVIDOS PIC 9(05) VALUE ZEROS.
       01  WS-REJEITADOS PIC 9(05) VALUE ZEROS.
       01  WS-CONVOCADOS PIC 9(05) VALUE ZEROS.

       01  WS-DATA-ATUAL PIC 9(08).
       01  WS-HORA-ATUAL PIC 9(08).

           COPY CADOPRW.

           COPY CADNTFW.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.


           PERFORM FECHAR-ARQUIVOS.

           IF MODO-AGENDA
               DISPLAY "EXAME DE " WS-DATA-EXAME " - CONVOCACOES "
                   "ENFILEIRADAS " WS-CONVOCADOS " REJEITADOS "
                   WS-REJEITADOS
           ELSE
               DISPLAY "EXAME DE " WS-DATA-EXAME " - PROMOVIDOS "
                   WS-PROMOVIDOS " REJEITADOS " WS-REJEITADOS
               IF WS-PROMOVIDOS > ZEROS
                   DISPLAY "FAIXAS NOVAS: VENDA DE MATERIAL, OPCAO "
                       "VENDER FAIXAS DE UM EXAME, DATA " WS-DATA-EXAME
               END-IF
           END-IF.

           STOP RUN.


           ACCEPT WS-COMANDO-COMPLETO FROM COMMAND-LINE.
           UNSTRING WS-COMANDO-COMPLETO DELIMITED BY SPACE
               INTO WS-PRIMEIRO-ARGUMENTO WS-DATA-EXAME-X.
           IF WS-PRIMEIRO-ARGUMENTO = "AGENDA"
               SET MODO-AGENDA TO TRUE
           ELSE
               SET MODO-RESULTADO TO TRUE
               MOVE WS-PRIMEIRO-ARGUMENTO TO WS-DATA-EXAME-X
           END-IF.
           IF WS-DATA-EXAME-X = SPACES
               MOVE WS-DATA-ATUAL TO WS-DATA-EXAME
           ELSE
           MOVE "ABERTURA DE CADEXM (INPUT)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           OPEN INPUT CADALU.
           IF WS-STATUS = 35
               DISPLAY "CADALU.DAT NAO ENCONTRADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "ABERTURA DE CADALU (INPUT)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           IF MODO-AGENDA
               SET ANF-ABRIR TO TRUE
               CALL "CADNTFG" USING AREA-NOTIFICACAO
           ELSE
               PERFORM ABRIR-ARQUIVOS-RESULTADO
           END-IF.

       ABRIR-ARQUIVOS-RESULTADO.

           OPEN I-O CADFXA.
           IF WS-STATUS = 35
               OPEN OUTPUT CADFXA
           MOVE "ABERTURA DE CADFXA (I-O)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           OPEN EXTEND CADAUD.
           IF WS-STATUS = 35
               OPEN OUTPUT CADAUD
               AT END
                   SET FIM-LISTA TO TRUE
               NOT AT END
                   IF MODO-AGENDA
                       PERFORM CONVOCAR-CANDIDATO
                   ELSE
                       PERFORM PROMOVER-CANDIDATO
                   END-IF
           END-READ.

      *> ----------------------------------------------------------------
      *> CONVOCAR-CANDIDATO queues the exam call-up for one candidate.
      *> Only an active student is called; "EXAME" plus the exam date
      *> is the event.
      *> ----------------------------------------------------------------
       CONVOCAR-CANDIDATO.

           MOVE EXM-MATRICULA TO KEY-ALU.
           READ CADALU KEY IS KEY-ALU.
           IF WS-STATUS NOT = 00 OR NOT ALU-ATIVO
               MOVE ZEROS TO WS-STATUS
               ADD 1 TO WS-REJEITADOS
               DISPLAY "MATRICULA " EXM-MATRICULA
                   " NAO ENCONTRADA OU INATIVA - NAO CONVOCADA"
           ELSE
               SET ANF-GRAVAR TO TRUE
               MOVE KEY-ALU        TO ANF-MATRICULA
               MOVE NOME-ALU       TO ANF-NOME-ALUNO
               MOVE CONTATO-ALU    TO ANF-CONTATO-ALUNO
               MOVE CPF-RESP-ALU   TO ANF-CPF-RESP
               MOVE "EX"           TO ANF-TIPO
               MOVE SPACES         TO ANF-REFERENCIA
               STRING "EXAME" WS-DATA-EXAME DELIMITED BY SIZE
                   INTO ANF-REFERENCIA
               END-STRING
               MOVE WS-DATA-EXAME  TO ANF-DATA
               MOVE TURMA-ALU(1:6) TO ANF-TURMA
               MOVE ZEROS          TO ANF-COMPETENCIA
               MOVE ZEROS          TO ANF-VALOR
               MOVE "CADEXAM"      TO ANF-ORIGEM
               CALL "CADNTFG" USING AREA-NOTIFICACAO
               IF ANF-ENFILEIRADA
                   ADD 1 TO WS-CONVOCADOS
               END-IF
           END-IF.

      *> ----------------------------------------------------------------
      *> PROMOVER-CANDIDATO writes one rank-history line for the
      *> candidate. Only a student on the master earns a faixa; a
           MOVE "FECHAMENTO DE CADEXM" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           CLOSE CADALU.
           MOVE "FECHAMENTO DE CADALU" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           IF MODO-AGENDA
               SET ANF-FECHAR TO TRUE
               CALL "CADNTFG" USING AREA-NOTIFICACAO
           ELSE
               CLOSE CADFXA
               MOVE "FECHAMENTO DE CADFXA" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               CLOSE CADAUD
               MOVE "FECHAMENTO DE CADAUD" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

       VERIFICAR-STATUS.

