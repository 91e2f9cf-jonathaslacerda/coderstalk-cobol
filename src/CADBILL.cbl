      *> spreadsheet maintained by hand from the CADALU.CSV export.
      *> This browses the CADVIN enrollment file once and writes one
      *> REG-COBRANCA per active enrollment of an active student into
      *> CADCOB.DAT, rated by the enrollment's turma (its monthly fee)
      *> - a student training two turmas gets two charge lines. The
      *> charge key is matricula + competence + turma, so rerunning the
      *> same month skips enrollments already charged instead of
      *> double-billing them - and a student withdrawn through CADDEL
      *> is simply not ALU-ATIVO any more, which is what stops their
      *> future charges. The same test freezes billing for a student
      *> on leave (ALU-TRANCADO) until CADTRCR brings them back.
      *>
      *> The competence comes off the command line as AAAAMM; when it
      *> is absent the current month is opened.
      *>
      *> A student holding credit on CADCRE.DAT - money CADPAG or
      *> CADRET took beyond what an earlier charge owed - has it drawn
      *> down against each new charge as it is written: the amount
      *> goes to COB-VALOR-PAGO, a charge fully covered is born
      *> COB-PAGA, and the use is booked on the CADLCT.DAT ledger.
      *>
      *> The fee is the turma's price in force for the competence
      *> being opened, off the CADPRC.DAT price history CADREAJ and
      *> CADTMNT keep - so rerunning an old month rates it at the price
      *> of that month, not today's. A turma with no history line in
      *> force, or a school with no CADPRC.DAT, is rated at
      *> TUR-MENSALIDADE as before.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADBILL.
               RECORD KEY       IS DSC-MATRICULA
               FILE STATUS      IS WS-STATUS.

      *> CADCRE carries the students' credit from overpayments, and
      *> CADLCT is the ledger every use of it is booked on.
           SELECT CADCRE ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS CRE-MATRICULA
               LOCK MODE        IS AUTOMATIC
               FILE STATUS      IS WS-STATUS.

           SELECT CADLCT ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS.

      *> CADPRC is the turma price history - the fee in force for the
      *> competence, by effective-from month.
           SELECT CADPRC ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS PRC-CHAVE
               FILE STATUS      IS WS-STATUS.

       DATA DIVISION.

       FILE SECTION.
           VALUE OF FILE-ID IS "CADDSC.DAT".
           COPY CADDSCR.

       FD  CADCRE
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADCRE.DAT".
           COPY CADCRER.

       FD  CADLCT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADLCT.DAT".
           COPY CADLCTR.

       FD  CADPRC
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADPRC.DAT".
           COPY CADPRCR.

       WORKING-STORAGE SECTION.

       01  WS-STATUS PIC 9(02) VALUE ZEROS.
       01  WS-VALOR-DESCONTO PIC 9(05)V99.
       01  WS-VALOR-LIQUIDO  PIC 9(05)V99.

      *> The turma fee in force for the competence - the newest price
      *> history line not after it, TUR-MENSALIDADE when there is none.
       01  WS-TEM-PRECOS PIC X(01).
           88 TEM-PRECOS     VALUE "S".
           88 NAO-TEM-PRECOS VALUE "N".
       01  WS-FIM-PRECOS PIC X(01).
           88 FIM-PRECOS     VALUE "S".
           88 NAO-FIM-PRECOS VALUE "N".
       01  WS-MENSALIDADE-VIGENTE PIC 9(05)V99.

      *> Credit use: a school where nobody ever overpaid has no
      *> CADCRE.DAT and the step is skipped. The charges the credit
      *> settled in full or in part, and the total drawn down, go on
      *> the end-of-run counts.
       01  WS-SEM-CREDITOS PIC X(01).
           88 SEM-CREDITOS VALUE "S".
           88 COM-CREDITOS VALUE "N".
       01  WS-VALOR-CREDITO  PIC 9(06)V99.
       01  WS-SALDO-COBRANCA PIC 9(06)V99.
       01  WS-COM-CREDITO    PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-CREDITO  PIC 9(07)V99 VALUE ZEROS.
       01  WS-HORA-ATUAL     PIC 9(08).
       77  CONST-OPERADOR-BATCH PIC X(08) VALUE "BATCH".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           DISPLAY "JA EXISTENTES:     " WS-JA-EXISTIAM.
           DISPLAY "SEM TURMA RATEAVEL: " WS-SEM-TURMA.
           DISPLAY "BOLSAS INTEGRAIS:   " WS-BOLSAS-INTEGRAIS.
           DISPLAY "ABATIDAS DE CREDITO: " WS-COM-CREDITO
               " TOTAL " WS-TOTAL-CREDITO.

           STOP RUN.

               PERFORM VERIFICAR-STATUS
           END-IF.

      *> No CADPRC.DAT until the first readjustment or fee change -
      *> every turma is then rated at TUR-MENSALIDADE.
           SET TEM-PRECOS TO TRUE.
           OPEN INPUT CADPRC.
           IF WS-STATUS = 35
               SET NAO-TEM-PRECOS TO TRUE
               MOVE ZEROS TO WS-STATUS
           ELSE
               MOVE "ABERTURA DE CADPRC (INPUT)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

           SET COM-CREDITOS TO TRUE.
           OPEN I-O CADCRE.
           IF WS-STATUS = 35
               SET SEM-CREDITOS TO TRUE
           ELSE
               MOVE "ABERTURA DE CADCRE (I-O)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               OPEN EXTEND CADLCT
               IF WS-STATUS = 35
                   OPEN OUTPUT CADLCT
                   MOVE "ABERTURA DE CADLCT (OUTPUT INICIAL)" TO
                       WS-OPERACAO
                   PERFORM VERIFICAR-STATUS
               ELSE
                   MOVE "ABERTURA DE CADLCT (EXTEND)" TO WS-OPERACAO
                   PERFORM VERIFICAR-STATUS
               END-IF
           END-IF.

      *> ----------------------------------------------------------------
      *> FATURAR-PROXIMO-VINCULO reads one enrollment and, when it and
      *> its student are both active, writes the month's charge for

           MOVE VIN-TURMA TO TUR-CODIGO.
           READ CADTUR KEY IS TUR-CODIGO.
           IF WS-STATUS = 00
               PERFORM OBTER-MENSALIDADE-VIGENTE
           ELSE
               MOVE ZEROS TO WS-MENSALIDADE-VIGENTE
           END-IF.
           IF WS-MENSALIDADE-VIGENTE = ZEROS
               ADD 1 TO WS-SEM-TURMA
               DISPLAY "ALUNO " KEY-ALU " TURMA " VIN-TURMA
                   " SEM MENSALIDADE CADASTRADA - NAO FATURADO"
               END-IF
           END-IF.

      *> ----------------------------------------------------------------
      *> OBTER-MENSALIDADE-VIGENTE walks the turma's price history in
      *> competence order - CADPRC's key is turma + effective-from
      *> month - keeping each line's price until one starts after the
      *> competence being opened.
      *> ----------------------------------------------------------------
       OBTER-MENSALIDADE-VIGENTE.

           MOVE TUR-MENSALIDADE TO WS-MENSALIDADE-VIGENTE.

           IF TEM-PRECOS
               MOVE TUR-CODIGO TO PRC-TURMA
               MOVE ZEROS TO PRC-COMPETENCIA
               START CADPRC KEY IS NOT LESS THAN PRC-CHAVE
               IF WS-STATUS = 00
                   SET NAO-FIM-PRECOS TO TRUE
                   PERFORM LER-PROXIMO-PRECO UNTIL FIM-PRECOS
               END-IF
               MOVE ZEROS TO WS-STATUS
           END-IF.

       LER-PROXIMO-PRECO.

           READ CADPRC NEXT RECORD.
           IF WS-STATUS NOT = 00
               OR PRC-TURMA NOT = TUR-CODIGO
               OR PRC-COMPETENCIA > WS-COMPETENCIA
               SET FIM-PRECOS TO TRUE
           ELSE
               MOVE PRC-MENSALIDADE TO WS-MENSALIDADE-VIGENTE
           END-IF.

      *> ----------------------------------------------------------------
      *> APLICAR-DESCONTO rates the student: the turma fee, less the
      *> CADDSC discount when one is active and the competence being
       APLICAR-DESCONTO.

           MOVE ZEROS TO WS-VALOR-DESCONTO.
           MOVE WS-MENSALIDADE-VIGENTE TO WS-VALOR-LIQUIDO.

           IF COM-DESCONTOS
               MOVE KEY-ALU TO DSC-MATRICULA
                   AND WS-COMPETENCIA NOT > DSC-COMP-FIM
                   IF DSC-PERCENTUAL
                       COMPUTE WS-VALOR-DESCONTO ROUNDED =
                           WS-MENSALIDADE-VIGENTE * DSC-VALOR / 100
                   ELSE
                       MOVE DSC-VALOR TO WS-VALOR-DESCONTO
                   END-IF
                   IF WS-VALOR-DESCONTO > WS-MENSALIDADE-VIGENTE
                       MOVE WS-MENSALIDADE-VIGENTE TO WS-VALOR-DESCONTO
                   END-IF
                   COMPUTE WS-VALOR-LIQUIDO =
                       WS-MENSALIDADE-VIGENTE - WS-VALOR-DESCONTO
               END-IF
           END-IF.

           MOVE ZEROS TO COB-VALOR-PAGO.
           MOVE ZEROS TO COB-MULTA.
           MOVE ZEROS TO COB-JUROS.
           MOVE ZEROS TO COB-DATA-MORA.
           MOVE ZEROS TO COB-JUROS-BASE.
           MOVE ZEROS TO COB-ACORDO.
           MOVE SPACES TO COB-OPERADOR.
           WRITE REG-COBRANCA.
               MOVE "GRAVACAO DE REG-COBRANCA" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               ADD 1 TO WS-GERADAS
               IF COM-CREDITOS
                   PERFORM CONSUMIR-CREDITO
               END-IF
           END-IF.

      *> ----------------------------------------------------------------
      *> CONSUMIR-CREDITO draws the student's CADCRE credit down
      *> against the charge just written - as much of it as the charge
      *> owes - the same way a payment at the desk would land: added
      *> to COB-VALOR-PAGO, flipping the charge to COB-PAGA when it
      *> covers it all. No money changes hands, so the ledger line is
      *> a "U" the cash closing leaves out.
      *> ----------------------------------------------------------------
       CONSUMIR-CREDITO.

           MOVE KEY-ALU TO CRE-MATRICULA.
           READ CADCRE KEY IS CRE-MATRICULA.
           IF WS-STATUS = 00 AND CRE-SALDO > ZEROS
               IF CRE-SALDO < COB-VALOR
                   MOVE CRE-SALDO TO WS-VALOR-CREDITO
               ELSE
                   MOVE COB-VALOR TO WS-VALOR-CREDITO
                   SET COB-PAGA TO TRUE
               END-IF
               MOVE WS-VALOR-CREDITO TO COB-VALOR-PAGO
               MOVE WS-DATA-ATUAL TO COB-DATA-PAGAMENTO
               MOVE CONST-OPERADOR-BATCH TO COB-OPERADOR
               REWRITE REG-COBRANCA
               MOVE "REGRAVACAO DE REG-COBRANCA (CREDITO)" TO
                   WS-OPERACAO
               PERFORM VERIFICAR-STATUS

               SUBTRACT WS-VALOR-CREDITO FROM CRE-SALDO
               MOVE WS-DATA-ATUAL TO CRE-DATA
               REWRITE REG-CREDITO
               MOVE "REGRAVACAO DE REG-CREDITO" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS

               COMPUTE WS-SALDO-COBRANCA =
                   COB-VALOR - WS-VALOR-CREDITO
               PERFORM GRAVAR-LANCAMENTO-CREDITO
               ADD 1 TO WS-COM-CREDITO
               ADD WS-VALOR-CREDITO TO WS-TOTAL-CREDITO
           END-IF.
           MOVE ZEROS TO WS-STATUS.

       GRAVAR-LANCAMENTO-CREDITO.

           ACCEPT WS-HORA-ATUAL FROM TIME.

           MOVE KEY-ALU              TO LCT-MATRICULA.
           MOVE WS-DATA-ATUAL        TO LCT-DATA.
           MOVE WS-HORA-ATUAL        TO LCT-HORA.
           SET LCT-CREDITO-USADO     TO TRUE.
           MOVE COB-COMPETENCIA      TO LCT-COMPETENCIA.
           MOVE COB-TURMA            TO LCT-TURMA.
           MOVE WS-VALOR-CREDITO     TO LCT-VALOR.
           MOVE WS-SALDO-COBRANCA    TO LCT-SALDO-COBRANCA.
           MOVE CRE-SALDO            TO LCT-SALDO-CREDITO.
           MOVE ZEROS                TO LCT-RECIBO.
           MOVE CONST-OPERADOR-BATCH TO LCT-OPERADOR.

           WRITE REG-LANCAMENTO.
           MOVE "GRAVACAO DE REG-LANCAMENTO" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

       FECHAR-ARQUIVOS.

           CLOSE CADALU.
               PERFORM VERIFICAR-STATUS
           END-IF.

           IF TEM-PRECOS
               CLOSE CADPRC
               MOVE "FECHAMENTO DE CADPRC" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

           IF COM-CREDITOS
               CLOSE CADCRE
               MOVE "FECHAMENTO DE CADCRE" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               CLOSE CADLCT
               MOVE "FECHAMENTO DE CADLCT" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

       VERIFICAR-STATUS.

           IF WS-STATUS NOT = 00 AND WS-STATUS NOT = 02
