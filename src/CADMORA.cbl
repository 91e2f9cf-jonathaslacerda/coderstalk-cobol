      *> the delay on every run, never added to the previous run's
      *> figures - rerunning the batch twice in a month changes
      *> nothing, the same rerun-safety CADBILL has.
      *>
      *> A charge CADPAG or CADRET part-paid stays COB-ABERTA with the
      *> amount received in COB-VALOR-PAGO. Money received pays the
      *> mora before the principal, and what was owed at the payment
      *> stays owed: the first run after a payment freezes the juros
      *> then on the charge (COB-JUROS-BASE, COB-DATA-MORA), and from
      *> there on new juros run from the payment date only on the
      *> principal the payment left unpaid. The multa, charged once,
      *> is kept. Neither is ever lowered on a part-paid charge, and
      *> once the principal itself is covered the mora already
      *> accrued is left as it stands.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADMORA.
           03 WS-DIA-VENC PIC 9(02).

       01  WS-MULTA-CALCULADA PIC 9(05)V99.
       01  WS-PRINCIPAL-ABERTO PIC 9(05)V99.
       01  WS-JUROS-CALCULADOS PIC 9(05)V99.

      *> Part-paid charge: what is still owed counting the mora frozen
      *> at the last payment, and the 30/360 day count the new juros
      *> start from (the payment date, or the due date if later).
       01  WS-SALDO-DEVIDO PIC S9(06)V99.
       01  WS-DIAS-INICIO-JUROS PIC 9(08).
       01  WS-DATA-MORA-R.
           03 WS-ANO-MORA PIC 9(04).
           03 WS-MES-MORA PIC 9(02).
           03 WS-DIA-MORA PIC 9(02).

       01  WS-COBRANCA-ALTERADA PIC X(01).
           88 COBRANCA-ALTERADA     VALUE "S".
           88 COBRANCA-NAO-ALTERADA VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      *> ----------------------------------------------------------------
      *> ATUALIZAR-MORA computes how many 30/360 days the open charge
      *> is past its due date and rewrites it with the penalty that
      *> delay has earned. A charge nothing has been paid on is worked
      *> out from scratch on the whole COB-VALOR; a part-paid one goes
      *> through ATUALIZAR-MORA-PARCIAL. A charge not yet due, or
      *> whose penalty has not changed since the last run, is left
      *> untouched so the file never churns for nothing.
      *> ----------------------------------------------------------------
       ATUALIZAR-MORA.

               WS-ANO-VENC * 360 + (WS-MES-VENC - 1) * 30
               + WS-DIA-VENC.

           SET COBRANCA-NAO-ALTERADA TO TRUE.

           IF COB-VALOR-PAGO > ZEROS
               PERFORM ATUALIZAR-MORA-PARCIAL
           ELSE
               IF WS-DIAS-HOJE > WS-DIAS-VENCIMENTO
                   COMPUTE WS-DIAS-ATRASO =
                       WS-DIAS-HOJE - WS-DIAS-VENCIMENTO
                   COMPUTE WS-MULTA-CALCULADA ROUNDED =
                       COB-VALOR * CONST-PCT-MULTA / 100
                   COMPUTE WS-JUROS-CALCULADOS ROUNDED =
                       COB-VALOR * CONST-PCT-JUROS-MES
                       * WS-DIAS-ATRASO
                       / 3000
                   IF WS-MULTA-CALCULADA NOT = COB-MULTA
                       OR WS-JUROS-CALCULADOS NOT = COB-JUROS
                       MOVE WS-MULTA-CALCULADA TO COB-MULTA
                       MOVE WS-JUROS-CALCULADOS TO COB-JUROS
                       SET COBRANCA-ALTERADA TO TRUE
                   END-IF
               END-IF
           END-IF.

           IF COBRANCA-ALTERADA
               REWRITE REG-COBRANCA
               MOVE "REGRAVACAO DE REG-COBRANCA (MORA)" TO
                   WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               ADD 1 TO WS-ATUALIZADAS
           END-IF.

      *> ----------------------------------------------------------------
      *> ATUALIZAR-MORA-PARCIAL handles a charge with money already
      *> received. The first run after a payment freezes the juros
      *> owed at that moment on COB-JUROS-BASE, dated with the payment
      *> on COB-DATA-MORA. The principal still open is what the
      *> payments left once the multa and frozen juros were covered.
      *> New juros run on it from the payment (or the due date, if
      *> later); the multa, if the charge had none yet, falls on it
      *> once the due date passes. A figure lower than the one on the
      *> charge is never written back.
      *> ----------------------------------------------------------------
       ATUALIZAR-MORA-PARCIAL.

           IF COB-DATA-MORA NOT = COB-DATA-PAGAMENTO
               MOVE COB-DATA-PAGAMENTO TO COB-DATA-MORA
               MOVE COB-JUROS TO COB-JUROS-BASE
               SET COBRANCA-ALTERADA TO TRUE
           END-IF.

           COMPUTE WS-SALDO-DEVIDO =
               COB-VALOR + COB-MULTA + COB-JUROS-BASE - COB-VALOR-PAGO.
           IF WS-SALDO-DEVIDO > COB-VALOR
               MOVE COB-VALOR TO WS-PRINCIPAL-ABERTO
           ELSE
               IF WS-SALDO-DEVIDO > ZEROS
                   MOVE WS-SALDO-DEVIDO TO WS-PRINCIPAL-ABERTO
               ELSE
                   MOVE ZEROS TO WS-PRINCIPAL-ABERTO
               END-IF
           END-IF.

           MOVE COB-DATA-MORA TO WS-DATA-MORA-R.
           COMPUTE WS-DIAS-INICIO-JUROS =
               WS-ANO-MORA * 360 + (WS-MES-MORA - 1) * 30
               + WS-DIA-MORA.
           IF WS-DIAS-INICIO-JUROS < WS-DIAS-VENCIMENTO
               MOVE WS-DIAS-VENCIMENTO TO WS-DIAS-INICIO-JUROS
           END-IF.

           IF WS-DIAS-HOJE > WS-DIAS-VENCIMENTO
               AND WS-PRINCIPAL-ABERTO > ZEROS
               IF COB-MULTA = ZEROS
                   COMPUTE WS-MULTA-CALCULADA ROUNDED =
                       WS-PRINCIPAL-ABERTO * CONST-PCT-MULTA / 100
                   IF WS-MULTA-CALCULADA > ZEROS
                       MOVE WS-MULTA-CALCULADA TO COB-MULTA
                       SET COBRANCA-ALTERADA TO TRUE
                   END-IF
               END-IF
               MOVE COB-JUROS-BASE TO WS-JUROS-CALCULADOS
               IF WS-DIAS-HOJE > WS-DIAS-INICIO-JUROS
                   COMPUTE WS-DIAS-ATRASO =
                       WS-DIAS-HOJE - WS-DIAS-INICIO-JUROS
                   COMPUTE WS-JUROS-CALCULADOS ROUNDED =
                       COB-JUROS-BASE
                       + WS-PRINCIPAL-ABERTO * CONST-PCT-JUROS-MES
                       * WS-DIAS-ATRASO
                       / 3000
               END-IF
               IF WS-JUROS-CALCULADOS > COB-JUROS
                   MOVE WS-JUROS-CALCULADOS TO COB-JUROS
                   SET COBRANCA-ALTERADA TO TRUE
               END-IF
           END-IF.

