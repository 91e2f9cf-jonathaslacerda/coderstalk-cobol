      *> ----------------------------------------------------------------
      *> CADNTFD posts the SMS/WhatsApp gateway's delivery return - the
      *> companion of the CADNTFX send file. Each detail line of
      *> CADNTF.RET names one queue entry by the id CADNTFX sent and
      *> the gateway's verdict: "E" delivered, "F" failed (wrong
      *> number, phone off the network for days). A delivered message
      *> is closed; a failed one keeps the reason, and the next run of
      *> the program that queued it queues the event again. Failures
      *> print on CADNTF.RPT with the contact used, so the desk can
      *> fix the number; an id the queue does not carry lands on the
      *> same list instead of being silently dropped.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADNTFD.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT ARQRET ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS.

           SELECT CADNTF ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS NTF-CHAVE
               ALTERNATE KEY    IS NTF-EVENTO WITH DUPLICATES
               FILE STATUS      IS WS-STATUS.

           SELECT RELNTF ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  ARQRET
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADNTF.RET".
      *> Return layout of the gateway: type code in column 1 ("1" =
      *> delivery result, anything else is framing), then the queue
      *> id as sent on CADNTF.TXT.
       01  LINHA-RETORNO-NTF.
           03 RNT-TIPO        PIC X(01).
              88 RNT-RESULTADO   VALUE "1".
           03 RNT-ID          PIC X(19).
           03 RNT-SITUACAO    PIC X(01).
              88 RNT-ENTREGUE    VALUE "E".
              88 RNT-FALHOU      VALUE "F".
           03 RNT-DATA        PIC 9(08).
           03 RNT-MOTIVO      PIC X(30).
           03 FILLER          PIC X(21).

       FD  CADNTF
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADNTF.DAT".
           COPY CADNTFR.

       FD  RELNTF
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADNTF.RPT".
       01  LINHA-RELATORIO PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-STATUS PIC 9(02) VALUE ZEROS.
       01  WS-OPERACAO PIC X(40).

       01  WS-FIM-ARQUIVO PIC X(01).
           88 FIM-ARQUIVO     VALUE "S".
           88 NAO-FIM-ARQUIVO VALUE "N".

       01  WS-ENTREGUES    PIC 9(06) VALUE ZEROS.
       01  WS-FALHAS       PIC 9(06) VALUE ZEROS.
       01  WS-SEM-REGISTRO PIC 9(06) VALUE ZEROS.

       01  LINHA-TITULO-FALHAS.
           03 FILLER PIC X(44) VALUE
               "RETORNO DO GATEWAY - AVISOS NAO ENTREGUES".
           03 FILLER PIC X(36) VALUE SPACES.

       01  LINHA-FALHA.
           03 LF-MATRICULA    PIC 9(05).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LF-TIPO         PIC X(02).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LF-CONTATO      PIC X(20).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LF-MOTIVO       PIC X(30).
           03 FILLER          PIC X(20) VALUE SPACES.

       01  LINHA-SEM-REGISTRO.
           03 FILLER          PIC X(24) VALUE
               "ID NAO CONSTA NA FILA: ".
           03 LS-ID           PIC X(19).
           03 FILLER          PIC X(37) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM ABRIR-ARQUIVOS.

           WRITE LINHA-RELATORIO FROM LINHA-TITULO-FALHAS.
           MOVE "GRAVACAO DE TITULO DE FALHAS" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           SET NAO-FIM-ARQUIVO TO TRUE.
           PERFORM LER-PROXIMO-RETORNO UNTIL FIM-ARQUIVO.

           PERFORM FECHAR-ARQUIVOS.

           DISPLAY "AVISOS ENTREGUES:     " WS-ENTREGUES.
           DISPLAY "AVISOS NAO ENTREGUES: " WS-FALHAS.
           DISPLAY "ID SEM REGISTRO:      " WS-SEM-REGISTRO.

           STOP RUN.

       ABRIR-ARQUIVOS.

           OPEN INPUT ARQRET.
           IF WS-STATUS = 35
               DISPLAY "CADNTF.RET NAO ENCONTRADO - NENHUM RETORNO "
                   "DO GATEWAY A PROCESSAR"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "ABERTURA DE ARQRET (INPUT)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           OPEN I-O CADNTF.
           IF WS-STATUS = 35
               DISPLAY "CADNTF.DAT NAO ENCONTRADO - RODE O CADNTFX "
                   "ANTES DO RETORNO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "ABERTURA DE CADNTF (I-O)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           OPEN OUTPUT RELNTF.
           MOVE "ABERTURA DE RELNTF (OUTPUT)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

       LER-PROXIMO-RETORNO.

           READ ARQRET
               AT END
                   SET FIM-ARQUIVO TO TRUE
               NOT AT END
                   IF RNT-RESULTADO
                       AND (RNT-ENTREGUE OR RNT-FALHOU)
                       PERFORM POSTAR-RETORNO
                   END-IF
           END-READ.

      *> ----------------------------------------------------------------
      *> POSTAR-RETORNO records the gateway's verdict on the queue
      *> entry. A late "delivered" after a "failed" wins - the family
      *> did get the message.
      *> ----------------------------------------------------------------
       POSTAR-RETORNO.

           MOVE RNT-ID TO NTF-CHAVE.
           READ CADNTF KEY IS NTF-CHAVE.
           IF WS-STATUS = 23
               MOVE ZEROS TO WS-STATUS
               ADD 1 TO WS-SEM-REGISTRO
               MOVE RNT-ID TO LS-ID
               WRITE LINHA-RELATORIO FROM LINHA-SEM-REGISTRO
               MOVE "GRAVACAO DE LINHA SEM REGISTRO" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           ELSE
               MOVE "LEITURA DE REG-NOTIFICACAO" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               MOVE RNT-DATA TO NTF-DATA-RETORNO
               IF RNT-ENTREGUE
                   SET NTF-ENTREGUE TO TRUE
                   MOVE SPACES TO NTF-MOTIVO
                   ADD 1 TO WS-ENTREGUES
               ELSE
                   SET NTF-FALHOU TO TRUE
                   MOVE RNT-MOTIVO TO NTF-MOTIVO
                   ADD 1 TO WS-FALHAS
                   PERFORM GRAVAR-LINHA-FALHA
               END-IF
               REWRITE REG-NOTIFICACAO
               MOVE "REGRAVACAO DE REG-NOTIFICACAO (RETORNO)" TO
                   WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

       GRAVAR-LINHA-FALHA.

           MOVE NTF-MATRICULA TO LF-MATRICULA.
           MOVE NTF-TIPO      TO LF-TIPO.
           MOVE NTF-CONTATO   TO LF-CONTATO.
           MOVE NTF-MOTIVO    TO LF-MOTIVO.
           WRITE LINHA-RELATORIO FROM LINHA-FALHA.
           MOVE "GRAVACAO DE LINHA DE FALHA" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

       FECHAR-ARQUIVOS.

           CLOSE ARQRET.
           MOVE "FECHAMENTO DE ARQRET" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           CLOSE CADNTF.
           MOVE "FECHAMENTO DE CADNTF" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           CLOSE RELNTF.
           MOVE "FECHAMENTO DE RELNTF" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

       VERIFICAR-STATUS.

           IF WS-STATUS NOT = 00 AND WS-STATUS NOT = 02
               DISPLAY "ERRO DE E/S EM " WS-OPERACAO
               DISPLAY "FILE STATUS: " WS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       END PROGRAM CADNTFD.
