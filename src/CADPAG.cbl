      *> chasing it. Each posted payment also prints a sequentially
      *> numbered receipt to CADREC.RPT and registers it on CADRCB.DAT,
      *> replacing the carbon book that had no connection to CADCOB.
      *>
      *> A short payment no longer settles the charge: the amount is
      *> added to COB-VALOR-PAGO and the charge stays COB-ABERTA with
      *> the rest still due, so CADRPT04 and CADMORA keep chasing it.
      *> Money beyond the balance due closes the charge and the excess
      *> becomes a credit of the student on CADCRE.DAT, which CADBILL
      *> draws down against the next competence. Every movement is
      *> booked on the CADLCT.DAT ledger.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADPAG.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS.

      *> CADCRE holds the student's credit from overpayments, CADLCT
      *> is the append-only ledger of every payment and credit
      *> movement.
           SELECT CADCRE ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS CRE-MATRICULA
               LOCK MODE        IS AUTOMATIC
               FILE STATUS      IS WS-STATUS.

           SELECT CADLCT ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS.

       DATA DIVISION.

       FILE SECTION.
           VALUE OF FILE-ID IS "CADAUD.LOG".
           COPY CADAUD.

       FD  CADCRE
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADCRE.DAT".
           COPY CADCRER.

       FD  CADLCT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADLCT.DAT".
           COPY CADLCTR.

       WORKING-STORAGE SECTION.

       01  WS-STATUS PIC 9(02) VALUE ZEROS.
      *> whatever multa and juros the CADMORA batch has accrued on it.
       01  WS-TOTAL-DEVIDO PIC 9(06)V99.

      *> What is still owed once earlier part-payments are taken off,
      *> the amount actually handed over at the desk, the part of it
      *> applied to the charge and the excess kept as credit.
       01  WS-SALDO-DEVIDO    PIC 9(06)V99.
       01  WS-VALOR-RECEBIDO  PIC 9(06)V99.
       01  WS-VALOR-APLICADO  PIC 9(06)V99.
       01  WS-VALOR-EXCEDENTE PIC 9(06)V99.
       01  WS-SALDO-CREDITO   PIC 9(06)V99.

      *> Polite wait-and-retry for a charge another desk is settling,
      *> instead of failing with a bare file status.
       77  CONST-MAX-ESPERAS PIC 9(02) VALUE 5.
      *> REGISTRAR-PAGAMENTO reads the charge by matricula+competencia
      *> and settles it. A charge already paid or cancelled is left
      *> alone, the same guard BAIXAR-ALUNO applies to an already-
      *> withdrawn student. An empty amount takes the balance still
      *> due, which is the everyday case at the desk.
      *> ----------------------------------------------------------------
       REGISTRAR-PAGAMENTO.

                   DISPLAY "MULTA: " COB-MULTA "  JUROS: " COB-JUROS
                   DISPLAY "TOTAL DEVIDO COM MORA: " WS-TOTAL-DEVIDO
               END-IF
               IF COB-VALOR-PAGO < WS-TOTAL-DEVIDO
                   COMPUTE WS-SALDO-DEVIDO =
                       WS-TOTAL-DEVIDO - COB-VALOR-PAGO
               ELSE
                   MOVE ZEROS TO WS-SALDO-DEVIDO
               END-IF
               IF COB-VALOR-PAGO > ZEROS
                   DISPLAY "JA PAGO ANTERIORMENTE: " COB-VALOR-PAGO
                   DISPLAY "SALDO DEVEDOR: " WS-SALDO-DEVIDO
               END-IF
               DISPLAY "VALOR RECEBIDO (CENTAVOS, EX 0015000 = "
                   "150,00 - VAZIO = SALDO DEVEDOR): "
               ACCEPT WS-VALOR-X
               IF WS-VALOR-X = SPACES
                   MOVE WS-SALDO-DEVIDO TO WS-VALOR-RECEBIDO
               ELSE
                   MOVE WS-VALOR-NUM TO WS-VALOR-RECEBIDO
               END-IF
               IF WS-VALOR-RECEBIDO = ZEROS
                   DISPLAY "VALOR RECEBIDO ZERADO - NADA REGISTRADO"
               ELSE
                   PERFORM APLICAR-PAGAMENTO
               END-IF
           ELSE
               IF WS-STATUS = 00
                   DISPLAY "COBRANCA JA LIQUIDADA OU CANCELADA"
               END-IF
           END-IF.

      *> ----------------------------------------------------------------
      *> APLICAR-PAGAMENTO books the amount received against the
      *> charge. Short of the balance due, it is added to COB-VALOR-PAGO
      *> and the charge stays COB-ABERTA; covering it, the charge is
      *> COB-PAGA and whatever was handed over beyond the balance goes
      *> to the student's credit. The receipt always states the money
      *> actually received, and the ledger gets the applied part and,
      *> when there is one, the credit part as separate lines.
      *> ----------------------------------------------------------------
       APLICAR-PAGAMENTO.

           IF WS-VALOR-RECEBIDO < WS-SALDO-DEVIDO
               MOVE WS-VALOR-RECEBIDO TO WS-VALOR-APLICADO
               MOVE ZEROS TO WS-VALOR-EXCEDENTE
           ELSE
               MOVE WS-SALDO-DEVIDO TO WS-VALOR-APLICADO
               COMPUTE WS-VALOR-EXCEDENTE =
                   WS-VALOR-RECEBIDO - WS-SALDO-DEVIDO
               SET COB-PAGA TO TRUE
           END-IF.

           ADD WS-VALOR-APLICADO TO COB-VALOR-PAGO.
           COMPUTE WS-SALDO-DEVIDO =
               WS-SALDO-DEVIDO - WS-VALOR-APLICADO.
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
           MOVE WS-DATA-ATUAL TO COB-DATA-PAGAMENTO.
           MOVE AOP-ID TO COB-OPERADOR.
           REWRITE REG-COBRANCA.
           MOVE "REGRAVACAO DE REG-COBRANCA (PAGAMENTO)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           IF COB-PAGA
               DISPLAY "PAGAMENTO REGISTRADO PARA MATRICULA "
                   COB-MATRICULA " COMPETENCIA " COB-COMPETENCIA
           ELSE
               DISPLAY "PAGAMENTO PARCIAL REGISTRADO - SALDO DEVEDOR: "
                   WS-SALDO-DEVIDO
           END-IF.

           PERFORM EMITIR-RECIBO.
           PERFORM ATUALIZAR-CREDITO.

           MOVE "P" TO LCT-TIPO.
           MOVE WS-VALOR-APLICADO TO LCT-VALOR.
           PERFORM GRAVAR-LANCAMENTO.
           IF WS-VALOR-EXCEDENTE > ZEROS
               MOVE "C" TO LCT-TIPO
               MOVE WS-VALOR-EXCEDENTE TO LCT-VALOR
               PERFORM GRAVAR-LANCAMENTO
               DISPLAY "EXCEDENTE DE " WS-VALOR-EXCEDENTE
                   " LANCADO COMO CREDITO - SALDO " WS-SALDO-CREDITO
           END-IF.

           PERFORM REAVALIAR-SUSPENSAO.

      *> ----------------------------------------------------------------
      *> ATUALIZAR-CREDITO adds the excess of an overpayment to the
      *> student's CADCRE balance - the record is created on the first
      *> credit the student ever holds - and leaves the balance in
      *> WS-SALDO-CREDITO for the ledger lines either way.
      *> ----------------------------------------------------------------
       ATUALIZAR-CREDITO.

           OPEN I-O CADCRE.
           IF WS-STATUS = 35
               OPEN OUTPUT CADCRE
               MOVE "ABERTURA DE CADCRE (OUTPUT INICIAL)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               CLOSE CADCRE
               MOVE "FECHAMENTO DE CADCRE (INICIAL)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               OPEN I-O CADCRE
           END-IF.
           MOVE "ABERTURA DE CADCRE (I-O)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           MOVE COB-MATRICULA TO CRE-MATRICULA.
           PERFORM LER-CREDITO-COM-ESPERA.
           IF WS-STATUS = 23
               MOVE ZEROS TO WS-SALDO-CREDITO
               IF WS-VALOR-EXCEDENTE > ZEROS
                   MOVE COB-MATRICULA TO CRE-MATRICULA
                   MOVE WS-VALOR-EXCEDENTE TO CRE-SALDO
                   MOVE WS-DATA-ATUAL TO CRE-DATA
                   WRITE REG-CREDITO
                   MOVE "GRAVACAO DE REG-CREDITO" TO WS-OPERACAO
                   PERFORM VERIFICAR-STATUS
                   MOVE CRE-SALDO TO WS-SALDO-CREDITO
               END-IF
           ELSE
               MOVE "LEITURA DE REG-CREDITO" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               IF WS-VALOR-EXCEDENTE > ZEROS
                   ADD WS-VALOR-EXCEDENTE TO CRE-SALDO
                   MOVE WS-DATA-ATUAL TO CRE-DATA
                   REWRITE REG-CREDITO
                   MOVE "REGRAVACAO DE REG-CREDITO" TO WS-OPERACAO
                   PERFORM VERIFICAR-STATUS
               END-IF
               MOVE CRE-SALDO TO WS-SALDO-CREDITO
           END-IF.

           CLOSE CADCRE.
           MOVE "FECHAMENTO DE CADCRE" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

       LER-CREDITO-COM-ESPERA.

           MOVE ZEROS TO WS-TENTATIVAS.
           PERFORM LER-CREDITO-UMA-VEZ WITH TEST AFTER
               UNTIL WS-STATUS NOT = 51
               OR WS-TENTATIVAS > CONST-MAX-ESPERAS.

       LER-CREDITO-UMA-VEZ.

           READ CADCRE KEY IS CRE-MATRICULA.
           IF WS-STATUS = 51
               ADD 1 TO WS-TENTATIVAS
               DISPLAY "CREDITO DO ALUNO EM USO POR OUTRO OPERADOR - "
                   "AGUARDANDO"
               CALL "C$SLEEP" USING CONST-SEGUNDOS-ESPERA
           END-IF.

      *> ----------------------------------------------------------------
      *> GRAVAR-LANCAMENTO appends one ledger line for the charge on
      *> hand - LCT-TIPO and LCT-VALOR are set by the caller - opening
      *> and closing CADLCT.DAT around it the way the audit log is.
      *> ----------------------------------------------------------------
       GRAVAR-LANCAMENTO.

           OPEN EXTEND CADLCT.
           IF WS-STATUS = 35
               OPEN OUTPUT CADLCT
               MOVE "ABERTURA DE CADLCT (OUTPUT INICIAL)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           ELSE
               MOVE "ABERTURA DE CADLCT (EXTEND)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

           ACCEPT WS-HORA-ATUAL FROM TIME.

           MOVE COB-MATRICULA    TO LCT-MATRICULA.
           MOVE WS-DATA-ATUAL    TO LCT-DATA.
           MOVE WS-HORA-ATUAL    TO LCT-HORA.
           MOVE COB-COMPETENCIA  TO LCT-COMPETENCIA.
           MOVE COB-TURMA        TO LCT-TURMA.
           MOVE WS-SALDO-DEVIDO  TO LCT-SALDO-COBRANCA.
           MOVE WS-SALDO-CREDITO TO LCT-SALDO-CREDITO.
           MOVE WS-NUMERO-RECIBO TO LCT-RECIBO.
           MOVE AOP-ID           TO LCT-OPERADOR.

           WRITE REG-LANCAMENTO.
           MOVE "GRAVACAO DE REG-LANCAMENTO" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           CLOSE CADLCT.
           MOVE "FECHAMENTO DE CADLCT" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

      *> ----------------------------------------------------------------
      *> LOCALIZAR-TURMA-ABERTA finds which turma's charge the desk is
      *> settling when the operator left the turma blank: the keyed
           MOVE COB-COMPETENCIA   TO RCB-COMPETENCIA.
           MOVE COB-TURMA         TO RCB-TURMA.
           MOVE WS-NOME-RECIBO    TO RCB-NOME.
           MOVE WS-VALOR-RECEBIDO TO RCB-VALOR.
           MOVE COB-DATA-PAGAMENTO TO RCB-DATA.
           MOVE AOP-ID            TO RCB-OPERADOR.
           SET RCB-EMITIDO TO TRUE.
           MOVE COB-MATRICULA      TO LRR-MATRICULA.
           MOVE COB-COMPETENCIA    TO LRR-COMPETENCIA.
           MOVE COB-TURMA          TO LRR-TURMA.
           MOVE WS-VALOR-RECEBIDO  TO LRV-VALOR.
           MOVE AOP-ID             TO LRV-OPERADOR.

           WRITE LINHA-RECIBO FROM LINHA-RECIBO-TRACO.
