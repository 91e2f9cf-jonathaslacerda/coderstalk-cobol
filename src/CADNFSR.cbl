      *> ----------------------------------------------------------------
      *> CADNFSR posts the city's NFS-e return - the companion of the
      *> CADNFSX export. Each detail line of CADNFS.RET names one of
      *> our receipts and the prefeitura's verdict: "1" the invoice was
      *> issued (its number and date go onto the receipt's CADNFI.DAT
      *> record), "2" it was refused (the reason is kept and CADNFSX
      *> sends the receipt again on its next run, once fixed). Refusals
      *> print on CADNFS.RPT with the reason; a receipt the tracking
      *> file does not carry lands on the same list instead of being
      *> silently dropped. A refusal for a receipt that is no longer
      *> waiting on the city - its invoice already issued, or its
      *> cancellation already sent - does not touch the tracking
      *> record: it is listed with the status kept, for the desk to
      *> take up with the prefeitura.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADNFSR.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT ARQRET ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS.

           SELECT CADNFI ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS NFI-RECIBO
               FILE STATUS      IS WS-STATUS.

           SELECT RELNFS ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  ARQRET
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADNFS.RET".
      *> Return layout of the prefeitura: type code in column 1 ("1" =
      *> invoice issued, "2" = refused, anything else is framing).
       01  LINHA-RETORNO-NFS.
           03 RNF-TIPO        PIC X(01).
              88 RNF-EMITIDA     VALUE "1".
              88 RNF-RECUSADA    VALUE "2".
           03 RNF-RECIBO      PIC 9(05).
           03 RNF-NUMERO      PIC X(15).
           03 RNF-DATA        PIC 9(08).
           03 RNF-MOTIVO      PIC X(30).
           03 FILLER          PIC X(21).

       FD  CADNFI
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADNFI.DAT".
           COPY CADNFIR.

       FD  RELNFS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADNFS.RPT".
       01  LINHA-RELATORIO PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-STATUS PIC 9(02) VALUE ZEROS.
       01  WS-OPERACAO PIC X(40).

       01  WS-FIM-ARQUIVO PIC X(01).
           88 FIM-ARQUIVO     VALUE "S".
           88 NAO-FIM-ARQUIVO VALUE "N".

       01  WS-EMITIDAS    PIC 9(05) VALUE ZEROS.
       01  WS-RECUSADAS   PIC 9(05) VALUE ZEROS.
       01  WS-SEM-REGISTRO PIC 9(05) VALUE ZEROS.
       01  WS-RECUSAS-MANTIDAS PIC 9(05) VALUE ZEROS.

       01  LINHA-TITULO-RECUSAS.
           03 FILLER PIC X(43) VALUE
               "RETORNO DA PREFEITURA - NOTAS A CORRIGIR".
           03 FILLER PIC X(37) VALUE SPACES.

       01  LINHA-RECUSA.
           03 FILLER          PIC X(07) VALUE "RECIBO ".
           03 LR-RECIBO       PIC 9(05).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LR-MOTIVO       PIC X(30).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LR-OBSERVACAO   PIC X(34).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM ABRIR-ARQUIVOS.

           WRITE LINHA-RELATORIO FROM LINHA-TITULO-RECUSAS.
           MOVE "GRAVACAO DE TITULO DE RECUSAS" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           SET NAO-FIM-ARQUIVO TO TRUE.
           PERFORM LER-PROXIMO-RETORNO UNTIL FIM-ARQUIVO.

           PERFORM FECHAR-ARQUIVOS.

           DISPLAY "NOTAS EMITIDAS:       " WS-EMITIDAS.
           DISPLAY "NOTAS RECUSADAS:      " WS-RECUSADAS.
           DISPLAY "RECIBO SEM REGISTRO:  " WS-SEM-REGISTRO.
           DISPLAY "RECUSAS A CONFERIR:   " WS-RECUSAS-MANTIDAS.

           STOP RUN.

       ABRIR-ARQUIVOS.

           OPEN INPUT ARQRET.
           IF WS-STATUS = 35
               DISPLAY "CADNFS.RET NAO ENCONTRADO - NENHUM RETORNO "
                   "DA PREFEITURA A PROCESSAR"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "ABERTURA DE ARQRET (INPUT)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           OPEN I-O CADNFI.
           IF WS-STATUS = 35
               DISPLAY "CADNFI.DAT NAO ENCONTRADO - RODE O CADNFSX "
                   "ANTES DO RETORNO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "ABERTURA DE CADNFI (I-O)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           OPEN OUTPUT RELNFS.
           MOVE "ABERTURA DE RELNFS (OUTPUT)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

       LER-PROXIMO-RETORNO.

           READ ARQRET
               AT END
                   SET FIM-ARQUIVO TO TRUE
               NOT AT END
                   IF RNF-EMITIDA OR RNF-RECUSADA
                       PERFORM POSTAR-RETORNO
                   END-IF
           END-READ.

      *> ----------------------------------------------------------------
      *> POSTAR-RETORNO records the city's verdict on the receipt's
      *> tracking record. A receipt cancelled meanwhile keeps its
      *> cancellation status - only the invoice number is taken, so
      *> the cancellation line already sent stays traceable. A refusal
      *> is only posted on a receipt still waiting on the city (sent,
      *> or refused before); on one already issued, cancelled or
      *> dispensed the status stands - turning it to RECUSADA would let
      *> CADNFSX dispense it and leave an issued invoice uncancelled -
      *> and the refusal goes on the report to be checked by hand.
      *> ----------------------------------------------------------------
       POSTAR-RETORNO.

           MOVE RNF-RECIBO TO NFI-RECIBO.
           READ CADNFI KEY IS NFI-RECIBO.
           IF WS-STATUS = 23
               MOVE ZEROS TO WS-STATUS
               ADD 1 TO WS-SEM-REGISTRO
               MOVE RNF-RECIBO TO LR-RECIBO
               MOVE "RECIBO NAO CONSTA NO CONTROLE" TO LR-MOTIVO
               MOVE SPACES TO LR-OBSERVACAO
               PERFORM GRAVAR-LINHA-RECUSA
           ELSE
               MOVE "LEITURA DE REG-NOTA-FISCAL" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               IF RNF-EMITIDA
                   MOVE RNF-NUMERO TO NFI-NUMERO
                   MOVE RNF-DATA   TO NFI-DATA-EMISSAO
                   IF NFI-ENVIADA OR NFI-RECUSADA
                       SET NFI-EMITIDA TO TRUE
                       MOVE SPACES TO NFI-MOTIVO-RECUSA
                   END-IF
                   ADD 1 TO WS-EMITIDAS
                   PERFORM REGRAVAR-NOTA-FISCAL
               ELSE
                   PERFORM POSTAR-RECUSA
               END-IF
           END-IF.

       POSTAR-RECUSA.

           MOVE RNF-RECIBO TO LR-RECIBO.
           MOVE RNF-MOTIVO TO LR-MOTIVO.

           IF NFI-ENVIADA OR NFI-RECUSADA
               SET NFI-RECUSADA TO TRUE
               MOVE RNF-MOTIVO TO NFI-MOTIVO-RECUSA
               ADD 1 TO WS-RECUSADAS
               MOVE SPACES TO LR-OBSERVACAO
               PERFORM REGRAVAR-NOTA-FISCAL
           ELSE
               ADD 1 TO WS-RECUSAS-MANTIDAS
               EVALUATE TRUE
                   WHEN NFI-EMITIDA
                       MOVE "NOTA JA EMITIDA - STATUS MANTIDO"
                           TO LR-OBSERVACAO
                   WHEN NFI-CANCELAMENTO-ENVIADO
                       MOVE "CANCELAMENTO ENVIADO - CONFERIR"
                           TO LR-OBSERVACAO
                   WHEN OTHER
                       MOVE "RECIBO DISPENSADO - STATUS MANTIDO"
                           TO LR-OBSERVACAO
               END-EVALUATE
           END-IF.

           PERFORM GRAVAR-LINHA-RECUSA.

       REGRAVAR-NOTA-FISCAL.

           REWRITE REG-NOTA-FISCAL.
           MOVE "REGRAVACAO DE REG-NOTA-FISCAL (RETORNO)" TO
               WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

       GRAVAR-LINHA-RECUSA.

           WRITE LINHA-RELATORIO FROM LINHA-RECUSA.
           MOVE "GRAVACAO DE LINHA DE RECUSA" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

       FECHAR-ARQUIVOS.

           CLOSE ARQRET.
           MOVE "FECHAMENTO DE ARQRET" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           CLOSE CADNFI.
           MOVE "FECHAMENTO DE CADNFI" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           CLOSE RELNFS.
           MOVE "FECHAMENTO DE RELNFS" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

       VERIFICAR-STATUS.

           IF WS-STATUS NOT = 00 AND WS-STATUS NOT = 02
               DISPLAY "ERRO DE E/S EM " WS-OPERACAO
               DISPLAY "FILE STATUS: " WS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       END PROGRAM CADNFSR.
