      *> with every adjustment audited to CADAUD.LOG ("C" cancel, "E"
      *> reopen) carrying the competence, turma and reason, so the
      *> old habit of "resolving" a charge by ignoring it is gone.
      *>
      *> A cancellation whose open balance is above the "LIMAPR" amount
      *> no longer takes effect on one operator's word: it is filed
      *> through CADAPRG as a pending request and the charge stays open
      *> until a different ADMIN releases it at the CADAPRV screen,
      *> which then cancels and audits it exactly as this screen would.
      *> A reopen is never held.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADAJUS.
       01  WS-AUD-OPERACAO PIC X(01).
       01  WS-STATUS-ANTES PIC X(01).

      *> Open balance of the charge to be cancelled, against the
      *> approval threshold (whole reais on CADCTL).
       01  WS-SALDO-COBRANCA PIC 9(07)V99.
       01  WS-LIMITE-APROVACAO PIC 9(07)V99.
       01  WS-EXIGE-APROVACAO PIC X(01).
           88 EXIGE-APROVACAO     VALUE "S".
           88 NAO-EXIGE-APROVACAO VALUE "N".

      *> Audit text assembled for the name field: the charge being
      *> adjusted and the typed reason code.
       01  WS-DESCRICAO-AJUSTE.

           COPY CADOPRW.

           COPY CADAPRW.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      *> EFETIVAR-AJUSTE demands the reason code before anything
      *> moves, applies the status flip and audits it - an adjustment
      *> without a reason on record is exactly the untraceable "just
      *> ignore it" this screen replaces. A cancellation above the
      *> approval threshold is filed for a second ADMIN instead.
      *> ----------------------------------------------------------------
       EFETIVAR-AJUSTE.

           IF WS-MOTIVO = SPACES
               DISPLAY "MOTIVO OBRIGATORIO - AJUSTE CANCELADO"
           ELSE
               SET NAO-EXIGE-APROVACAO TO TRUE
               IF WS-AUD-OPERACAO = "C"
                   PERFORM VERIFICAR-LIMITE-APROVACAO
               END-IF
               IF EXIGE-APROVACAO
                   PERFORM SOLICITAR-APROVACAO
               ELSE
                   MOVE COB-STATUS TO WS-STATUS-ANTES
                   IF WS-AUD-OPERACAO = "C"
                       SET COB-CANCELADA TO TRUE
                   ELSE
                       SET COB-ABERTA TO TRUE
                   END-IF
                   REWRITE REG-COBRANCA
                   MOVE "REGRAVACAO DE REG-COBRANCA (AJUSTE)" TO
                       WS-OPERACAO
                   PERFORM VERIFICAR-STATUS
                   PERFORM GRAVAR-AUDITORIA-AJUSTE
                   DISPLAY "COBRANCA AJUSTADA - NOVO STATUS " COB-STATUS
               END-IF
           END-IF.

      *> ----------------------------------------------------------------
      *> VERIFICAR-LIMITE-APROVACAO weighs what the cancellation would
      *> write off - face value plus multa and juros, less anything
      *> already part-paid - against the "LIMAPR" threshold.
      *> ----------------------------------------------------------------
       VERIFICAR-LIMITE-APROVACAO.

           IF COB-VALOR + COB-MULTA + COB-JUROS > COB-VALOR-PAGO
               COMPUTE WS-SALDO-COBRANCA =
                   COB-VALOR + COB-MULTA + COB-JUROS - COB-VALOR-PAGO
           ELSE
               MOVE ZEROS TO WS-SALDO-COBRANCA
           END-IF.

           SET AAP-LER-LIMITE TO TRUE.
           CALL "CADAPRG".
           MOVE AAP-LIMITE TO WS-LIMITE-APROVACAO.

           IF WS-SALDO-COBRANCA > WS-LIMITE-APROVACAO
               SET EXIGE-APROVACAO TO TRUE
           END-IF.

       SOLICITAR-APROVACAO.

           INITIALIZE AREA-APROVACAO.
           SET AAP-REGISTRAR-PEDIDO TO TRUE.
           MOVE "C"               TO AAP-TIPO.
           MOVE COB-MATRICULA     TO AAP-MATRICULA.
           MOVE COB-COMPETENCIA   TO AAP-COMPETENCIA.
           MOVE COB-TURMA         TO AAP-TURMA.
           MOVE WS-SALDO-COBRANCA TO AAP-VALOR.
           MOVE WS-MOTIVO         TO AAP-MOTIVO.
           CALL "CADAPRG".

           IF AAP-NUMERO = ZEROS
               DISPLAY "PEDIDO DE APROVACAO NAO REGISTRADO - COBRANCA "
                   "MANTIDA"
           ELSE
               DISPLAY "SALDO " WS-SALDO-COBRANCA " ACIMA DO LIMITE "
                   "DE " WS-LIMITE-APROVACAO
               DISPLAY "CANCELAMENTO ENVIADO PARA APROVACAO - PEDIDO "
                   AAP-NUMERO " - COBRANCA CONTINUA EM ABERTO"
           END-IF.

       GRAVAR-AUDITORIA-AJUSTE.
