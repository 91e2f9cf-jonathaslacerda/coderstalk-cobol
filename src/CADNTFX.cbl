      *> ----------------------------------------------------------------
      *> CADNTFX is the daily hand-off of the family notification
      *> queue to the SMS/WhatsApp gateway. Every message CADNTFG
      *> queued on CADNTF.DAT and not yet sent goes to CADNTF.TXT in
      *> the gateway's fixed import layout - "0" header, one "1" line
      *> per message (queue id, contact, text), "9" trailer with the
      *> count - and is marked sent with today's date. The id is the
      *> queue key itself (date, time and sequence), which the gateway
      *> hands back on its delivery return for CADNTFD to post.
      *> Entries queued without a contact stay on the queue for the
      *> desk and are only counted here.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADNTFX.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT CADNTF ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS NTF-CHAVE
               ALTERNATE KEY    IS NTF-EVENTO WITH DUPLICATES
               FILE STATUS      IS WS-STATUS.

           SELECT ARQNTF ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  CADNTF
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADNTF.DAT".
           COPY CADNTFR.

      *> The gateway's layout carries the full 160-character message.
       FD  ARQNTF
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADNTF.TXT".
       01  LINHA-NTF PIC X(200).

       WORKING-STORAGE SECTION.

       01  WS-STATUS PIC 9(02) VALUE ZEROS.
       01  WS-OPERACAO PIC X(40).

       01  WS-FIM-ARQUIVO PIC X(01).
           88 FIM-ARQUIVO     VALUE "S".
           88 NAO-FIM-ARQUIVO VALUE "N".

       01  WS-TEM-FILA PIC X(01).
           88 TEM-FILA VALUE "S".
           88 SEM-FILA VALUE "N".

       01  WS-ENVIADAS    PIC 9(06) VALUE ZEROS.
       01  WS-SEM-CONTATO PIC 9(06) VALUE ZEROS.

       01  WS-DATA-ATUAL PIC 9(08).

       01  LINHA-NTF-CABECALHO.
           03 FILLER          PIC X(01) VALUE "0".
           03 FILLER          PIC X(06) VALUE "AVISOS".
           03 LH-DATA-GERACAO PIC 9(08).
           03 FILLER          PIC X(185) VALUE SPACES.

       01  LINHA-NTF-MENSAGEM.
           03 FILLER          PIC X(01) VALUE "1".
           03 LM-ID           PIC X(19).
           03 LM-CONTATO      PIC X(20).
           03 LM-MENSAGEM     PIC X(160).

       01  LINHA-NTF-RODAPE.
           03 FILLER          PIC X(01) VALUE "9".
           03 LT-MENSAGENS    PIC 9(06).
           03 FILLER          PIC X(193) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM ABRIR-ARQUIVOS.

           IF TEM-FILA
               SET NAO-FIM-ARQUIVO TO TRUE
               PERFORM LER-PROXIMA-NOTIFICACAO UNTIL FIM-ARQUIVO
           END-IF.

           PERFORM FECHAR-ARQUIVOS.

           DISPLAY "MENSAGENS ENVIADAS AO GATEWAY: " WS-ENVIADAS.
           DISPLAY "AVISOS SEM CONTATO NA FILA:    " WS-SEM-CONTATO.

           STOP RUN.

       ABRIR-ARQUIVOS.

           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.

           OPEN I-O CADNTF.
           IF WS-STATUS = 35
               SET SEM-FILA TO TRUE
               MOVE ZEROS TO WS-STATUS
               DISPLAY "CADNTF.DAT NAO ENCONTRADO - NENHUM AVISO A "
                   "ENVIAR"
           ELSE
               MOVE "ABERTURA DE CADNTF (I-O)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               SET TEM-FILA TO TRUE
           END-IF.

           OPEN OUTPUT ARQNTF.
           MOVE "ABERTURA DE ARQNTF (OUTPUT)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           MOVE WS-DATA-ATUAL TO LH-DATA-GERACAO.
           WRITE LINHA-NTF FROM LINHA-NTF-CABECALHO.
           MOVE "GRAVACAO DE CABECALHO (CADNTF.TXT)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

       LER-PROXIMA-NOTIFICACAO.

           READ CADNTF NEXT RECORD
               AT END
                   SET FIM-ARQUIVO TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN NTF-PENDENTE
                           PERFORM ENVIAR-NOTIFICACAO
                       WHEN NTF-SEM-CONTATO
                           ADD 1 TO WS-SEM-CONTATO
                   END-EVALUATE
           END-READ.

       ENVIAR-NOTIFICACAO.

           MOVE NTF-CHAVE    TO LM-ID.
           MOVE NTF-CONTATO  TO LM-CONTATO.
           MOVE NTF-MENSAGEM TO LM-MENSAGEM.
           WRITE LINHA-NTF FROM LINHA-NTF-MENSAGEM.
           MOVE "GRAVACAO DE MENSAGEM (CADNTF.TXT)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           SET NTF-ENVIADA TO TRUE.
           MOVE WS-DATA-ATUAL TO NTF-DATA-ENVIO.
           REWRITE REG-NOTIFICACAO.
           MOVE "REGRAVACAO DE REG-NOTIFICACAO (ENVIO)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           ADD 1 TO WS-ENVIADAS.

       FECHAR-ARQUIVOS.

           MOVE WS-ENVIADAS TO LT-MENSAGENS.
           WRITE LINHA-NTF FROM LINHA-NTF-RODAPE.
           MOVE "GRAVACAO DE RODAPE (CADNTF.TXT)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           CLOSE ARQNTF.
           MOVE "FECHAMENTO DE ARQNTF" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           IF TEM-FILA
               CLOSE CADNTF
               MOVE "FECHAMENTO DE CADNTF" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

       VERIFICAR-STATUS.

           IF WS-STATUS NOT = 00 AND WS-STATUS NOT = 02
               DISPLAY "ERRO DE E/S EM " WS-OPERACAO
               DISPLAY "FILE STATUS: " WS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       END PROGRAM CADNTFX.
