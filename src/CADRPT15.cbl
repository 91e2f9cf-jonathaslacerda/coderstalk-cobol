      *> ----------------------------------------------------------------
      *> CADRPT15 lists the receipts still without a service invoice.
      *> It browses CADRCB.DAT for receipts in force (RCB-EMITIDO)
      *> issued more than N days ago and, against the CADNFI.DAT
      *> tracking record, prints those the city has not numbered yet:
      *>   - NAO ENVIADA   the CADNFSX batch has not taken it on (the
      *>                   receipt is past the "ULTNFS" marker);
      *>   - AGUARDANDO    sent, the city's return has not come back;
      *>   - RECUSADA      refused, with the reason on a second line.
      *> Receipts below the marker with no tracking record were
      *> invoiced by hand before the export existed and do not print.
      *> N comes off the command line and defaults to 5; the day count
      *> is the 30/360 calendar of CADRPT04.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADRPT15.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT CADRCB ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS RCB-NUMERO
               FILE STATUS  IS WS-STATUS.

           SELECT CADNFI ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS NFI-RECIBO
               FILE STATUS      IS WS-STATUS.

           SELECT CADCTL ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS CTL-CHAVE
               FILE STATUS      IS WS-STATUS.

           SELECT RELNFP ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  CADRCB
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADRCB.DAT".
           COPY CADRCBR.

       FD  CADNFI
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADNFI.DAT".
           COPY CADNFIR.

       FD  CADCTL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADCTL.DAT".
           COPY CADCTLR.

       FD  RELNFP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADNFP.RPT".
       01  LINHA-RELATORIO PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-STATUS PIC 9(02) VALUE ZEROS.
       01  WS-OPERACAO PIC X(40).

       01  WS-COMANDO-COMPLETO PIC X(40).
       01  WS-DIAS-X PIC X(03).
       77  CONST-DIAS-PADRAO PIC 9(03) VALUE 5.
       01  WS-DIAS-LIMITE PIC 9(03).

       01  WS-FIM-ARQUIVO PIC X(01).
           88 FIM-ARQUIVO     VALUE "S".
           88 NAO-FIM-ARQUIVO VALUE "N".

       01  WS-TEM-NOTAS PIC X(01).
           88 TEM-NOTAS VALUE "S".
           88 SEM-NOTAS VALUE "N".

       01  WS-ULTIMO-ENVIADO PIC 9(05) VALUE ZEROS.

       77  CONST-MAX-LINHAS-PAGINA PIC 9(02) VALUE 20.
       01  WS-NUMERO-PAGINA PIC 9(04) VALUE ZEROS.
       01  WS-LINHAS-PAGINA PIC 9(02) VALUE ZEROS.
       01  WS-TOTAL-PENDENTES PIC 9(05) VALUE ZEROS.
       01  WS-VALOR-TOTAL PIC 9(07)V99 VALUE ZEROS.

       01  WS-DATA-ATUAL PIC 9(08).
       01  WS-DATA-ATUAL-R REDEFINES WS-DATA-ATUAL.
           03 WS-ANO-ATUAL PIC 9(04).
           03 WS-MES-ATUAL PIC 9(02).
           03 WS-DIA-ATUAL PIC 9(02).

      *> 30/360 day counts for today and for the receipt under test.
       01  WS-DIAS-HOJE PIC 9(08).
       01  WS-DIAS-RECIBO PIC 9(08).
       01  WS-DIAS-PENDENTE PIC 9(05).
       01  WS-DATA-RCB-R.
           03 WS-ANO-RCB PIC 9(04).
           03 WS-MES-RCB PIC 9(02).
           03 WS-DIA-RCB PIC 9(02).

       01  WS-SITUACAO PIC X(01).
           88 SIT-NAO-ENVIADA VALUE "N".
           88 SIT-AGUARDANDO  VALUE "A".
           88 SIT-RECUSADA    VALUE "R".
           88 SIT-EM-DIA      VALUE " ".

       01  LINHA-CABECALHO-1.
           03 FILLER          PIC X(28) VALUE
               "RECIBOS SEM NOTA FISCAL".
           03 FILLER          PIC X(08) VALUE "  DATA: ".
           03 LC-DIA          PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LC-MES          PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LC-ANO          PIC 9(04).
           03 FILLER          PIC X(09) VALUE "  PAGINA ".
           03 LC-PAGINA       PIC ZZZ9.
           03 FILLER          PIC X(22) VALUE SPACES.

       01  LINHA-CABECALHO-2.
           03 FILLER          PIC X(07) VALUE "RECIBO ".
           03 FILLER          PIC X(11) VALUE "DATA       ".
           03 FILLER          PIC X(06) VALUE "MATR. ".
           03 FILLER          PIC X(19) VALUE "NOME".
           03 FILLER          PIC X(10) VALUE "    VALOR ".
           03 FILLER          PIC X(05) VALUE "DIAS ".
           03 FILLER          PIC X(08) VALUE "SITUACAO".
           03 FILLER          PIC X(14) VALUE SPACES.

       01  LINHA-DETALHE.
           03 LD-RECIBO       PIC 9(05).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LD-DIA          PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LD-MES          PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LD-ANO          PIC 9(04).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LD-MATRICULA    PIC ZZZZ9.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LD-NOME         PIC X(18).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LD-VALOR        PIC ZZ.ZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LD-DIAS         PIC ZZZ9.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LD-SITUACAO     PIC X(12).
           03 FILLER          PIC X(09) VALUE SPACES.

       01  LINHA-MOTIVO.
           03 FILLER          PIC X(18) VALUE SPACES.
           03 FILLER          PIC X(08) VALUE "MOTIVO: ".
           03 LM-MOTIVO       PIC X(30).
           03 FILLER          PIC X(24) VALUE SPACES.

       01  LINHA-RODAPE.
           03 FILLER          PIC X(21) VALUE "RECIBOS SEM NOTA:    ".
           03 LR-TOTAL        PIC ZZZZ9.
           03 FILLER          PIC X(09) VALUE "  VALOR: ".
           03 LR-VALOR        PIC Z.ZZZ.ZZ9,99.
           03 FILLER          PIC X(33) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM ABRIR-ARQUIVOS.

           SET NAO-FIM-ARQUIVO TO TRUE.
           PERFORM LER-PROXIMO-RECIBO UNTIL FIM-ARQUIVO.

           PERFORM GERAR-RODAPE.
           PERFORM FECHAR-ARQUIVOS.

           DISPLAY "RECIBOS SEM NOTA: " WS-TOTAL-PENDENTES.

           STOP RUN.

       ABRIR-ARQUIVOS.

           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.

           ACCEPT WS-COMANDO-COMPLETO FROM COMMAND-LINE.
           UNSTRING WS-COMANDO-COMPLETO DELIMITED BY SPACE
               INTO WS-DIAS-X.
           IF WS-DIAS-X = SPACES
               MOVE CONST-DIAS-PADRAO TO WS-DIAS-LIMITE
           ELSE
               MOVE WS-DIAS-X TO WS-DIAS-LIMITE
           END-IF.

           COMPUTE WS-DIAS-HOJE =
               WS-ANO-ATUAL * 360 + (WS-MES-ATUAL - 1) * 30
               + WS-DIA-ATUAL.

           OPEN INPUT CADRCB.
           IF WS-STATUS = 35
               DISPLAY "CADRCB.DAT NAO ENCONTRADO - NADA A RELATAR"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "ABERTURA DE CADRCB (INPUT)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           OPEN INPUT CADNFI.
           IF WS-STATUS = 35
               SET SEM-NOTAS TO TRUE
               MOVE ZEROS TO WS-STATUS
           ELSE
               MOVE "ABERTURA DE CADNFI (INPUT)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               SET TEM-NOTAS TO TRUE
           END-IF.

      *> Without the marker the export has never run - every receipt
      *> counts as not yet sent.
           OPEN INPUT CADCTL.
           IF WS-STATUS = 35
               MOVE ZEROS TO WS-STATUS
           ELSE
               MOVE "ABERTURA DE CADCTL (INPUT)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               MOVE "ULTNFS" TO CTL-CHAVE
               READ CADCTL KEY IS CTL-CHAVE
               IF WS-STATUS = 00
                   MOVE CTL-ULTIMA-MATRICULA TO WS-ULTIMO-ENVIADO
               END-IF
               MOVE ZEROS TO WS-STATUS
               CLOSE CADCTL
               MOVE "FECHAMENTO DE CADCTL" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

           OPEN OUTPUT RELNFP.
           MOVE "ABERTURA DE RELNFP (OUTPUT)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

       LER-PROXIMO-RECIBO.

           READ CADRCB NEXT RECORD.
           IF WS-STATUS NOT = 00
               SET FIM-ARQUIVO TO TRUE
           ELSE
               IF RCB-EMITIDO
                   PERFORM AVALIAR-RECIBO
               END-IF
           END-IF.

      *> ----------------------------------------------------------------
      *> AVALIAR-RECIBO ages the receipt and, past the threshold, finds
      *> where its invoice stands.
      *> ----------------------------------------------------------------
       AVALIAR-RECIBO.

           MOVE RCB-DATA TO WS-DATA-RCB-R.
           COMPUTE WS-DIAS-RECIBO =
               WS-ANO-RCB * 360 + (WS-MES-RCB - 1) * 30
               + WS-DIA-RCB.

           IF WS-DIAS-HOJE > WS-DIAS-RECIBO
               COMPUTE WS-DIAS-PENDENTE =
                   WS-DIAS-HOJE - WS-DIAS-RECIBO
               IF WS-DIAS-PENDENTE > WS-DIAS-LIMITE
                   PERFORM IDENTIFICAR-SITUACAO
                   IF NOT SIT-EM-DIA
                       PERFORM IMPRIMIR-PENDENTE
                   END-IF
               END-IF
           END-IF.

       IDENTIFICAR-SITUACAO.

           SET SIT-EM-DIA TO TRUE.
           MOVE SPACES TO NFI-MOTIVO-RECUSA.

           IF TEM-NOTAS
               MOVE RCB-NUMERO TO NFI-RECIBO
               READ CADNFI KEY IS NFI-RECIBO
               IF WS-STATUS = 00
                   EVALUATE TRUE
                       WHEN NFI-ENVIADA
                           SET SIT-AGUARDANDO TO TRUE
                       WHEN NFI-RECUSADA
                           SET SIT-RECUSADA TO TRUE
                   END-EVALUATE
               ELSE
                   IF RCB-NUMERO > WS-ULTIMO-ENVIADO
                       SET SIT-NAO-ENVIADA TO TRUE
                   END-IF
               END-IF
               MOVE ZEROS TO WS-STATUS
           ELSE
               IF RCB-NUMERO > WS-ULTIMO-ENVIADO
                   SET SIT-NAO-ENVIADA TO TRUE
               END-IF
           END-IF.

       IMPRIMIR-PENDENTE.

           IF WS-LINHAS-PAGINA = ZEROS
               OR WS-LINHAS-PAGINA >= CONST-MAX-LINHAS-PAGINA
               PERFORM GERAR-CABECALHO
           END-IF.

           ADD 1 TO WS-TOTAL-PENDENTES.
           ADD RCB-VALOR TO WS-VALOR-TOTAL.

           MOVE RCB-NUMERO       TO LD-RECIBO.
           MOVE WS-DIA-RCB       TO LD-DIA.
           MOVE WS-MES-RCB       TO LD-MES.
           MOVE WS-ANO-RCB       TO LD-ANO.
           MOVE RCB-MATRICULA    TO LD-MATRICULA.
           MOVE RCB-NOME         TO LD-NOME.
           MOVE RCB-VALOR        TO LD-VALOR.
           MOVE WS-DIAS-PENDENTE TO LD-DIAS.
           EVALUATE TRUE
               WHEN SIT-NAO-ENVIADA
                   MOVE "NAO ENVIADA" TO LD-SITUACAO
               WHEN SIT-AGUARDANDO
                   MOVE "AGUARDANDO" TO LD-SITUACAO
               WHEN SIT-RECUSADA
                   MOVE "RECUSADA" TO LD-SITUACAO
           END-EVALUATE.

           WRITE LINHA-RELATORIO FROM LINHA-DETALHE.
           MOVE "GRAVACAO DE LINHA DE DETALHE" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           ADD 1 TO WS-LINHAS-PAGINA.

           IF SIT-RECUSADA
               MOVE NFI-MOTIVO-RECUSA TO LM-MOTIVO
               WRITE LINHA-RELATORIO FROM LINHA-MOTIVO
               MOVE "GRAVACAO DE LINHA DE MOTIVO" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               ADD 1 TO WS-LINHAS-PAGINA
           END-IF.

       GERAR-CABECALHO.

           ADD 1 TO WS-NUMERO-PAGINA.
           MOVE ZEROS TO WS-LINHAS-PAGINA.

           MOVE WS-DIA-ATUAL     TO LC-DIA.
           MOVE WS-MES-ATUAL     TO LC-MES.
           MOVE WS-ANO-ATUAL     TO LC-ANO.
           MOVE WS-NUMERO-PAGINA TO LC-PAGINA.

           WRITE LINHA-RELATORIO FROM LINHA-CABECALHO-1.
           MOVE "GRAVACAO DE CABECALHO (1)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           WRITE LINHA-RELATORIO FROM LINHA-CABECALHO-2.
           MOVE "GRAVACAO DE CABECALHO (2)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

       GERAR-RODAPE.

           IF WS-LINHAS-PAGINA = ZEROS
               PERFORM GERAR-CABECALHO
           END-IF.
           MOVE WS-TOTAL-PENDENTES TO LR-TOTAL.
           MOVE WS-VALOR-TOTAL TO LR-VALOR.
           WRITE LINHA-RELATORIO FROM LINHA-RODAPE.
           MOVE "GRAVACAO DE RODAPE" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

       FECHAR-ARQUIVOS.

           CLOSE CADRCB.
           MOVE "FECHAMENTO DE CADRCB" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           IF TEM-NOTAS
               CLOSE CADNFI
               MOVE "FECHAMENTO DE CADNFI" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

           CLOSE RELNFP.
           MOVE "FECHAMENTO DE RELNFP" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

       VERIFICAR-STATUS.

           IF WS-STATUS NOT = 00 AND WS-STATUS NOT = 02
               DISPLAY "ERRO DE E/S EM " WS-OPERACAO
               DISPLAY "FILE STATUS: " WS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       END PROGRAM CADRPT15.
