      *> behind CADMENU's option 18. A family three months behind
      *> finally has a mechanism: the screen gathers the student's
      *> COB-ABERTA charges - face value plus whatever multa and juros
      *> CADMORA accrued, less anything already part-paid on them -
      *> into one agreement, splits the total into N monthly
      *> installment charges starting next month (COB-TURMA "ACORDO",
      *> due day 10, the remainder on the last one), and marks the
      *> originals COB-SUBSTITUIDA. The installments are
      *> ordinary charges from then on: CADPAG settles them, CADRPT04
      *> chases them, and CADACOR breaks the agreement - putting the
      *> original debt back in play - if one goes unpaid too long.
      *>
      *> An agreement whose total is above the "LIMAPR" amount is not
      *> signed on one operator's word: it is filed through CADAPRG as
      *> a pending request and nothing moves until a different ADMIN
      *> releases it at the CADAPRV screen. CADAPRV then CALLs this
      *> program with AAP-EXECUTAR-APROVADO set on CADAPRW, and the
      *> agreement is signed for the requested student and number of
      *> installments without a prompt - provided the debt gathered
      *> now is still the amount the request was filed for.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADPARC.

       01  WS-NUMERO-ACORDO PIC 9(05).

      *> Approval threshold, whole reais on CADCTL.
       01  WS-LIMITE-APROVACAO PIC 9(07)V99.

      *> One installment may collide with an "ACORDO" charge already
      *> sitting on its competence; a settled one must never be
      *> rewritten, so the installment walks forward until it finds a

           COPY CADOPRW.

           COPY CADAPRW.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM ABRIR-ARQUIVOS.

           IF AAP-EXECUTAR-APROVADO
               PERFORM EXECUTAR-ACORDO-APROVADO
           ELSE
               PERFORM ATENDER-NEGOCIACAO
           END-IF.

           PERFORM FECHAR-ARQUIVOS.
           MOVE "ABERTURA DE CADACD (I-O)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

       ATENDER-NEGOCIACAO.

           DISPLAY "MATRICULA DO ALUNO A NEGOCIAR: ".
           ACCEPT WS-MATRICULA-ACORDO.

           PERFORM LEVANTAR-COBRANCAS-ABERTAS.

           IF WS-TOTAL-ABERTAS = ZEROS
               DISPLAY "NENHUMA COBRANCA EM ABERTO PARA A MATRICULA "
                   WS-MATRICULA-ACORDO
           ELSE
               PERFORM NEGOCIAR-ACORDO
           END-IF.

      *> ----------------------------------------------------------------
      *> EXECUTAR-ACORDO-APROVADO signs the agreement a second ADMIN
      *> released at CADAPRV. The open charges are gathered afresh; a
      *> payment, a cancellation or a CADMORA run since the request
      *> changes the total, and the agreement is then refused so the
      *> desk negotiates it again on the current figures.
      *> ----------------------------------------------------------------
       EXECUTAR-ACORDO-APROVADO.

           SET AAP-NAO-EXECUTADO TO TRUE.
           MOVE AAP-MATRICULA TO WS-MATRICULA-ACORDO.

           PERFORM LEVANTAR-COBRANCAS-ABERTAS.

           EVALUATE TRUE
               WHEN WS-TOTAL-ABERTAS = ZEROS
                   DISPLAY "NENHUMA COBRANCA EM ABERTO PARA A "
                       "MATRICULA " WS-MATRICULA-ACORDO
                       " - ACORDO NAO FIRMADO"
               WHEN WS-VALOR-TOTAL NOT = AAP-VALOR
                   DISPLAY "DEBITO MUDOU DESDE O PEDIDO (" AAP-VALOR
                       " AGORA " WS-VALOR-TOTAL
                       ") - ACORDO NAO FIRMADO"
               WHEN OTHER
                   MOVE AAP-PARCELAS TO WS-PARCELAS
                   PERFORM EFETIVAR-ACORDO
                   SET AAP-EXECUTADO TO TRUE
           END-EVALUATE.

      *> ----------------------------------------------------------------
      *> LEVANTAR-COBRANCAS-ABERTAS browses the student's charges -
      *> COB-CHAVE starts with the matricula - showing each COB-ABERTA
                   MOVE COB-TURMA TO TBA-TURMA(WS-TOTAL-ABERTAS)
                   COMPUTE WS-VALOR-TOTAL = WS-VALOR-TOTAL
                       + COB-VALOR + COB-MULTA + COB-JUROS
                       - COB-VALOR-PAGO
                   DISPLAY "COMPET " COB-COMPETENCIA
                       " TURMA " COB-TURMA
                       " VALOR " COB-VALOR
                       " MULTA " COB-MULTA
                       " JUROS " COB-JUROS
                   IF COB-VALOR-PAGO > ZEROS
                       DISPLAY "    JA PAGO " COB-VALOR-PAGO
                   END-IF
               END-IF
           END-IF.

                   DISPLAY "NUMERO DE PARCELAS INVALIDO (1 A "
                       CONST-MAX-PARCELAS ") - NEGOCIACAO CANCELADA"
               ELSE
                   SET AAP-LER-LIMITE TO TRUE
                   CALL "CADAPRG"
                   MOVE AAP-LIMITE TO WS-LIMITE-APROVACAO
                   IF WS-VALOR-TOTAL > WS-LIMITE-APROVACAO
                       PERFORM SOLICITAR-APROVACAO
                   ELSE
                       PERFORM EFETIVAR-ACORDO
                   END-IF
               END-IF
           END-IF.

       SOLICITAR-APROVACAO.

           INITIALIZE AREA-APROVACAO.
           SET AAP-REGISTRAR-PEDIDO TO TRUE.
           MOVE "P"                 TO AAP-TIPO.
           MOVE WS-MATRICULA-ACORDO TO AAP-MATRICULA.
           MOVE WS-PARCELAS         TO AAP-PARCELAS.
           MOVE WS-VALOR-TOTAL      TO AAP-VALOR.
           MOVE "PARCELAMENTO"      TO AAP-MOTIVO.
           CALL "CADAPRG".

           IF AAP-NUMERO = ZEROS
               DISPLAY "PEDIDO DE APROVACAO NAO REGISTRADO - NADA "
                   "ALTERADO"
           ELSE
               DISPLAY "TOTAL ACIMA DO LIMITE DE " WS-LIMITE-APROVACAO
               DISPLAY "ACORDO ENVIADO PARA APROVACAO - PEDIDO "
                   AAP-NUMERO " - COBRANCAS CONTINUAM EM ABERTO"
           END-IF.

       EFETIVAR-ACORDO.

           PERFORM OBTER-PROXIMO-ACORDO.
           MOVE ZEROS TO COB-VALOR-PAGO.
           MOVE ZEROS TO COB-MULTA.
           MOVE ZEROS TO COB-JUROS.
           MOVE ZEROS TO COB-DATA-MORA.
           MOVE ZEROS TO COB-JUROS-BASE.
           MOVE WS-NUMERO-ACORDO TO COB-ACORDO.
           MOVE SPACES TO COB-OPERADOR.

