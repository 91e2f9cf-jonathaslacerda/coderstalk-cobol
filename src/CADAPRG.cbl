      *> ----------------------------------------------------------------
      *> CADAPRG files a request for a second ADMIN's approval. Every
      *> program whose action can no longer take effect on one
      *> operator's word - CADAJUS cancelling a charge and CADPARC
      *> negotiating an agreement above the "LIMAPR" amount, CADRCAN
      *> voiding any receipt, CADAPRV changing that amount - calls it
      *> instead of touching the charge, receipt or threshold, so the
      *> numbering, the pending file and the audit line live in one
      *> place. The caller fills CADAPRW:
      *>
      *>   AAP-LER-LIMITE       returns the amount, in whole reais,
      *>                        kept on CADCTL.DAT under "LIMAPR"
      *>                        (CONST-LIMITE-PADRAO when it was never
      *>                        set at the CADAPRV screen);
      *>   AAP-REGISTRAR-PEDIDO writes the request on CADAPR.DAT under
      *>                        the next "ULTAPR" number, audits it to
      *>                        CADAUD.LOG as a "P" line and returns the
      *>                        number in AAP-NUMERO (zeros if nothing
      *>                        was filed).
      *>
      *> The request waits there, with nothing changed on CADCOB,
      *> CADRCB or CADCTL, until another ADMIN decides it at CADAPRV.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADAPRG.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT CADAPR ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS APR-NUMERO
               LOCK MODE        IS AUTOMATIC
               FILE STATUS      IS WS-STATUS.

           SELECT CADCTL ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS CTL-CHAVE
               LOCK MODE        IS AUTOMATIC
               FILE STATUS      IS WS-STATUS.

           SELECT CADAUD ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  CADAPR
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADAPR.DAT".
           COPY CADAPRR.

       FD  CADCTL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADCTL.DAT".
           COPY CADCTLR.

       FD  CADAUD
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADAUD.LOG".
           COPY CADAUD.

       WORKING-STORAGE SECTION.

       01  WS-STATUS PIC 9(02) VALUE ZEROS.
       01  WS-OPERACAO PIC X(40).

      *> Approval threshold kept on CADCTL under this key, and the one
      *> used by a school that never set it.
       77  CONST-CHAVE-LIMITE PIC X(10) VALUE "LIMAPR".
       77  CONST-LIMITE-PADRAO PIC 9(05) VALUE 500.

       01  WS-NUMERO-PEDIDO PIC 9(05).

      *> Audit text of a request: number, type and the ADMIN who asked
      *> - the same layout CADAPRV writes when it decides it.
       01  WS-DESCRICAO-APROVACAO.
           03 FILLER            PIC X(07) VALUE "PEDIDO ".
           03 WDP-NUMERO        PIC 9(05).
           03 FILLER            PIC X(06) VALUE " TIPO ".
           03 WDP-TIPO          PIC X(01).
           03 FILLER            PIC X(16) VALUE " SOLICITADO POR ".
           03 WDP-OPERADOR      PIC X(08).
           03 FILLER            PIC X(02) VALUE SPACES.

       01  WS-DATA-ATUAL PIC 9(08).
       01  WS-HORA-ATUAL PIC 9(08).

      *> Polite wait-and-retry for the control record another desk is
      *> holding, the same loop every other CADCTL reader runs.
       77  CONST-MAX-ESPERAS PIC 9(02) VALUE 5.
       77  CONST-SEGUNDOS-ESPERA PIC 9(01) VALUE 1.
       01  WS-TENTATIVAS PIC 9(02) VALUE ZEROS.

           COPY CADOPRW.

           COPY CADAPRW.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           EVALUATE TRUE
               WHEN AAP-LER-LIMITE
                   PERFORM LER-LIMITE
               WHEN AAP-REGISTRAR-PEDIDO
                   MOVE ZEROS TO AAP-NUMERO
                   PERFORM REGISTRAR-PEDIDO
           END-EVALUATE.

           GOBACK.

      *> ----------------------------------------------------------------
      *> LER-LIMITE reads the threshold with CADCTL opened around the
      *> one read, the way CADCHAM reads its roll-call policy.
      *> ----------------------------------------------------------------
       LER-LIMITE.

           MOVE CONST-LIMITE-PADRAO TO AAP-LIMITE.
           OPEN INPUT CADCTL.
           IF WS-STATUS = 35
               MOVE ZEROS TO WS-STATUS
           ELSE
               MOVE "ABERTURA DE CADCTL (INPUT)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               MOVE CONST-CHAVE-LIMITE TO CTL-CHAVE
               READ CADCTL KEY IS CTL-CHAVE
               IF WS-STATUS = 00
                   MOVE CTL-ULTIMA-MATRICULA TO AAP-LIMITE
               END-IF
               CLOSE CADCTL
               MOVE "FECHAMENTO DE CADCTL" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

       REGISTRAR-PEDIDO.

           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ATUAL FROM TIME.

           PERFORM OBTER-PROXIMO-PEDIDO.
           PERFORM GRAVAR-PEDIDO.
           PERFORM GRAVAR-AUDITORIA-PEDIDO.

           MOVE WS-NUMERO-PEDIDO TO AAP-NUMERO.

      *> ----------------------------------------------------------------
      *> OBTER-PROXIMO-PEDIDO mirrors CADPARC's OBTER-PROXIMO-ACORDO on
      *> the "ULTAPR" control record - one shared sequence for every
      *> desk, created on the first request ever filed.
      *> ----------------------------------------------------------------
       OBTER-PROXIMO-PEDIDO.

           OPEN I-O CADCTL.
           IF WS-STATUS = 35
               OPEN OUTPUT CADCTL
               MOVE "ABERTURA DE CADCTL (OUTPUT INICIAL)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               CLOSE CADCTL
               MOVE "FECHAMENTO DE CADCTL (INICIAL)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               OPEN I-O CADCTL
           END-IF.
           MOVE "ABERTURA DE CADCTL (I-O)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           MOVE "ULTAPR" TO CTL-CHAVE.
           PERFORM LER-CONTROLE-COM-ESPERA.
           IF WS-STATUS = 51
               DISPLAY "CONTROLE DE PEDIDOS AINDA EM USO - TENTE "
                   "NOVAMENTE"
               CLOSE CADCTL
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-STATUS = 23
               MOVE "ULTAPR" TO CTL-CHAVE
               MOVE ZEROS TO CTL-ULTIMA-MATRICULA
               WRITE REG-CONTROLE
               MOVE "GRAVACAO DE REG-CONTROLE (ULTAPR INICIAL)" TO
                   WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           ELSE
               MOVE "LEITURA DE REG-CONTROLE (ULTAPR)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

           ADD 1 TO CTL-ULTIMA-MATRICULA.
           MOVE CTL-ULTIMA-MATRICULA TO WS-NUMERO-PEDIDO.

           REWRITE REG-CONTROLE.
           MOVE "REGRAVACAO DE REG-CONTROLE (ULTAPR)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           CLOSE CADCTL.
           MOVE "FECHAMENTO DE CADCTL" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

       LER-CONTROLE-COM-ESPERA.

           MOVE ZEROS TO WS-TENTATIVAS.
           PERFORM LER-CONTROLE-UMA-VEZ WITH TEST AFTER
               UNTIL WS-STATUS NOT = 51
               OR WS-TENTATIVAS > CONST-MAX-ESPERAS.

       LER-CONTROLE-UMA-VEZ.

           READ CADCTL KEY IS CTL-CHAVE.
           IF WS-STATUS = 51
               ADD 1 TO WS-TENTATIVAS
               DISPLAY "REGISTRO DE CONTROLE EM USO - AGUARDANDO"
               CALL "C$SLEEP" USING CONST-SEGUNDOS-ESPERA
           END-IF.

       GRAVAR-PEDIDO.

           OPEN I-O CADAPR.
           IF WS-STATUS = 35
               OPEN OUTPUT CADAPR
               MOVE "ABERTURA DE CADAPR (OUTPUT INICIAL)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               CLOSE CADAPR
               MOVE "FECHAMENTO DE CADAPR (INICIAL)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               OPEN I-O CADAPR
           END-IF.
           MOVE "ABERTURA DE CADAPR (I-O)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           MOVE WS-NUMERO-PEDIDO TO APR-NUMERO.
           MOVE AAP-TIPO         TO APR-TIPO.
           SET APR-PENDENTE TO TRUE.
           MOVE AAP-MATRICULA    TO APR-MATRICULA.
           MOVE AAP-COMPETENCIA  TO APR-COMPETENCIA.
           MOVE AAP-TURMA        TO APR-TURMA.
           MOVE AAP-RECIBO       TO APR-RECIBO.
           MOVE AAP-PARCELAS     TO APR-PARCELAS.
           MOVE AAP-VALOR        TO APR-VALOR.
           MOVE AAP-MOTIVO       TO APR-MOTIVO.
           MOVE WS-DATA-ATUAL    TO APR-DATA-PEDIDO.
           MOVE WS-HORA-ATUAL    TO APR-HORA-PEDIDO.
           MOVE AOP-ID           TO APR-OPERADOR-PEDIDO.
           MOVE ZEROS            TO APR-DATA-DECISAO.
           MOVE SPACES           TO APR-OPERADOR-DECISAO.

           WRITE REG-APROVACAO.
           MOVE "GRAVACAO DE REG-APROVACAO" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           CLOSE CADAPR.
           MOVE "FECHAMENTO DE CADAPR" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

       GRAVAR-AUDITORIA-PEDIDO.

           OPEN EXTEND CADAUD.
           IF WS-STATUS = 35
               OPEN OUTPUT CADAUD
               MOVE "ABERTURA DE CADAUD (OUTPUT INICIAL)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           ELSE
               MOVE "ABERTURA DE CADAUD (EXTEND)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

           MOVE WS-NUMERO-PEDIDO TO WDP-NUMERO.
           MOVE AAP-TIPO         TO WDP-TIPO.
           MOVE AOP-ID           TO WDP-OPERADOR.

           MOVE AAP-MATRICULA          TO AUD-CHAVE.
           SET AUD-APROVACAO TO TRUE.
           MOVE WS-DESCRICAO-APROVACAO TO AUD-NOME-ANTES.
           MOVE SPACE                  TO AUD-STATUS-ANTES.
           MOVE WS-DESCRICAO-APROVACAO TO AUD-NOME-DEPOIS.
           MOVE "P"                    TO AUD-STATUS-DEPOIS.
           MOVE WS-DATA-ATUAL          TO AUD-DATA.
           MOVE WS-HORA-ATUAL          TO AUD-HORA.
           MOVE AOP-ID                 TO AUD-OPERADOR.

           WRITE REG-AUDITORIA.
           MOVE "GRAVACAO DE REG-AUDITORIA" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           CLOSE CADAUD.
           MOVE "FECHAMENTO DE CADAUD" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

       VERIFICAR-STATUS.

           IF WS-STATUS NOT = 00 AND WS-STATUS NOT = 02
               DISPLAY "ERRO DE E/S EM " WS-OPERACAO
               DISPLAY "FILE STATUS: " WS-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       END PROGRAM CADAPRG.
