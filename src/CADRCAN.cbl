      *> the "ULTRCB" counter never backs up, so a voided number is
      *> never reused and a dispute months later still finds the
      *> whole story.
      *>
      *> No void takes effect on one operator's word any more: once
      *> the reason is typed and confirmed the void is filed through
      *> CADAPRG as a pending request, and the receipt stays issued
      *> until a different ADMIN releases it at the CADAPRV screen,
      *> which flips it to "X" with the reason typed here.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADRCAN.

           COPY CADOPRW.

           COPY CADAPRW.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.


      *> ----------------------------------------------------------------
      *> CANCELAR-RECIBO shows the receipt, demands the reason and the
      *> confirmation before the void is filed for approval - a receipt
      *> already voided is left alone, so the reason of the original
      *> void is never overwritten.
      *> ----------------------------------------------------------------
       CANCELAR-RECIBO.

               DISPLAY "CONFIRMA O CANCELAMENTO (S/N)? "
               ACCEPT WS-CONFIRMACAO
               IF WS-CONFIRMACAO = "S" OR WS-CONFIRMACAO = "s"
                   PERFORM SOLICITAR-APROVACAO
               ELSE
                   DISPLAY "CANCELAMENTO ABANDONADO"
               END-IF
           END-IF.

       SOLICITAR-APROVACAO.

           INITIALIZE AREA-APROVACAO.
           SET AAP-REGISTRAR-PEDIDO TO TRUE.
           MOVE "R"                TO AAP-TIPO.
           MOVE RCB-MATRICULA      TO AAP-MATRICULA.
           MOVE RCB-COMPETENCIA    TO AAP-COMPETENCIA.
           MOVE RCB-TURMA          TO AAP-TURMA.
           MOVE RCB-NUMERO         TO AAP-RECIBO.
           MOVE RCB-VALOR          TO AAP-VALOR.
           MOVE WS-MOTIVO-DIGITADO TO AAP-MOTIVO.
           CALL "CADAPRG".

           IF AAP-NUMERO = ZEROS
               DISPLAY "PEDIDO DE APROVACAO NAO REGISTRADO - RECIBO "
                   "MANTIDO"
           ELSE
               DISPLAY "CANCELAMENTO DO RECIBO " RCB-NUMERO
                   " ENVIADO PARA APROVACAO - PEDIDO " AAP-NUMERO
           END-IF.

      *> ----------------------------------------------------------------
      *> LER-RECIBO-COM-ESPERA reads the receipt for update, waiting
      *> politely - up to CONST-MAX-ESPERAS tries, one second apart -
