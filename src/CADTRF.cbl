      *> ----------------------------------------------------------------
      *> CADTRF is the "transfer to another turma" action behind
      *> CADMENU's option 22. CADEDIT's SOLICITAR-NOVA-TURMA only
      *> rewrites TURMA-ALU, so a student moved from karate to judo
      *> mid-month kept the karate REG-VINCULO open and kept being
      *> billed at the karate fee. Here, in one step:
      *>   - the old enrollment line on CADVIN.DAT is closed and the
      *>     new one opened, the new turma passing the same CADVTUR
      *>     registered/active/free-seat check as any enrollment (a
      *>     closed line for the new turma is reopened, as CADVINC
      *>     does); TURMA-ALU follows when it named the old turma;
      *>   - the current competence's charge is split pro-rata by the
      *>     days spent in each turma, 30/360 like CADMORA: the old
      *>     turma's charge keeps the days before the transfer date,
      *>     and a charge for the new turma is written for the rest,
      *>     rated by the fee in force for the competence (CADPRC
      *>     price history, else TUR-MENSALIDADE) and the CADDSC
      *>     discount the way CADBILL rates it. Money already paid
      *>     beyond the reduced old charge goes to the student's
      *>     CADCRE credit (an "E" line on the CADLCT.DAT ledger) and
      *>     is drawn down against the new charge straight away. A
      *>     competence CADBILL has not opened yet needs no split - it
      *>     will simply bill the new turma;
      *>   - one "T" line goes to CADAUD.LOG with both turmas, so
      *>     CADSNAP counts a transfer, not a withdrawal plus a new
      *>     enrollment;
      *>   - the freed seat is handed to CADWPROM, the same way CADDEL
      *>     hands over the seats a withdrawal frees.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADTRF.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT CADALU ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS KEY-ALU
               ALTERNATE KEY    IS NOME-ALU WITH DUPLICATES
               ALTERNATE KEY    IS CPF-ALU WITH DUPLICATES
               LOCK MODE        IS AUTOMATIC
               FILE STATUS      IS WS-STATUS.

           SELECT CADVIN ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS VIN-CHAVE
               LOCK MODE        IS AUTOMATIC
               FILE STATUS      IS WS-STATUS.

           SELECT CADTUR ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS TUR-CODIGO
               FILE STATUS      IS WS-STATUS.

           SELECT CADAUD ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS.

           SELECT CADCOB ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS COB-CHAVE
               LOCK MODE        IS AUTOMATIC
               FILE STATUS      IS WS-STATUS.

           SELECT CADDSC ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS DSC-MATRICULA
               FILE STATUS      IS WS-STATUS.

           SELECT CADCRE ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS CRE-MATRICULA
               LOCK MODE        IS AUTOMATIC
               FILE STATUS      IS WS-STATUS.

           SELECT CADLCT ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS.

           SELECT CADPRC ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS PRC-CHAVE
               FILE STATUS      IS WS-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  CADALU
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADALU.DAT".
           COPY CADREG.

       FD  CADVIN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADVIN.DAT".
           COPY CADVINR.

       FD  CADTUR
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADTUR.DAT".
           COPY CADTURR.

       FD  CADAUD
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADAUD.LOG".
           COPY CADAUD.

       FD  CADCOB
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADCOB.DAT".
           COPY CADCOBR.

       FD  CADDSC
           LABEL RECORD STANDARD
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
       01  WS-OPERACAO PIC X(40).

       01  WS-MATRICULA-DIGITADA PIC 9(05).
       01  WS-TURMA-ANTIGA PIC X(06).

      *> Verdict CADVTUR hands back for the typed turma code.
       01  WS-TURMA-DIGITADA PIC X(30).
       01  WS-TURMA-NOVA PIC X(06).
       01  WS-TURMA-RESULTADO PIC X(01).
           88 TURMA-VALIDA      VALUE "V".
           88 TURMA-CHEIA       VALUE "C".
           88 TURMA-INEXISTENTE VALUE "I".

       01  WS-FIM-VINCULOS PIC X(01).
           88 FIM-VINCULOS     VALUE "S".
           88 NAO-FIM-VINCULOS VALUE "N".
       01  WS-HOUVE-TRANSFERENCIA PIC X(01).
           88 HOUVE-TRANSFERENCIA     VALUE "S".
           88 NAO-HOUVE-TRANSFERENCIA VALUE "N".
       01  WS-TEM-DESCONTOS PIC X(01).
           88 COM-DESCONTOS VALUE "S".
           88 SEM-DESCONTOS VALUE "N".

       01  WS-DATA-ATUAL PIC 9(08).
       01  WS-DATA-ATUAL-R REDEFINES WS-DATA-ATUAL.
           03 WS-ANO-ATUAL PIC 9(04).
           03 WS-MES-ATUAL PIC 9(02).
           03 WS-DIA-ATUAL PIC 9(02).
       01  WS-HORA-ATUAL PIC 9(08).

      *> Pro-rata of the transfer month: a 30-day month, 30/360 the way
      *> CADMORA counts days - the days before the transfer date stay
      *> with the old turma, the rest go to the new one.
       01  WS-COMPETENCIA PIC 9(06).
       01  WS-DIAS-ANTIGA PIC 9(02).
       01  WS-DIAS-NOVA   PIC 9(02).
       01  WS-VENCIMENTO  PIC 9(08).
       01  WS-VALOR-ORIGINAL   PIC 9(05)V99.
       01  WS-TOTAL-COBRANCA   PIC 9(06)V99.
       01  WS-VALOR-EXCEDENTE  PIC 9(06)V99.
       01  WS-VALOR-DESCONTO   PIC 9(05)V99.
       01  WS-VALOR-LIQUIDO    PIC 9(05)V99.
       01  WS-VALOR-CREDITO    PIC 9(06)V99.

      *> The new turma's fee in force for the competence, CADBILL's
      *> lookup on the CADPRC price history.
       01  WS-TEM-PRECOS PIC X(01).
           88 TEM-PRECOS     VALUE "S".
           88 NAO-TEM-PRECOS VALUE "N".
       01  WS-FIM-PRECOS PIC X(01).
           88 FIM-PRECOS     VALUE "S".
           88 NAO-FIM-PRECOS VALUE "N".
       01  WS-MENSALIDADE-VIGENTE PIC 9(05)V99.
       01  WS-SALDO-CREDITO    PIC 9(06)V99.
       01  WS-SALDO-COBRANCA   PIC 9(06)V99.

       01  WS-AUD-NOME-ANTES   PIC X(45).
       01  WS-AUD-STATUS-ANTES PIC X(01).

      *> Polite wait-and-retry for a record another operator (or the
      *> batch extract) is holding, instead of failing with a bare
      *> file status.
       77  CONST-MAX-ESPERAS PIC 9(02) VALUE 5.
       77  CONST-SEGUNDOS-ESPERA PIC 9(01) VALUE 1.
       01  WS-TENTATIVAS PIC 9(02) VALUE ZEROS.

           COPY CADOPRW.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM ABRIR-ARQUIVOS.

           SET NAO-HOUVE-TRANSFERENCIA TO TRUE.

           DISPLAY "MATRICULA DO ALUNO: ".
           ACCEPT WS-MATRICULA-DIGITADA.

           MOVE WS-MATRICULA-DIGITADA TO KEY-ALU.
           PERFORM LER-ALUNO-COM-ESPERA.
           IF WS-STATUS NOT = 00
               IF WS-STATUS = 51
                   DISPLAY "REGISTRO AINDA EM USO - TENTE NOVAMENTE "
                       "MAIS TARDE"
               ELSE
                   DISPLAY "ALUNO DE MATRICULA " WS-MATRICULA-DIGITADA
                       " NAO ENCONTRADO"
               END-IF
           ELSE
               IF NOT ALU-ATIVO
                   DISPLAY "ALUNO " NOME-ALU " NAO ESTA ATIVO - "
                       "TRANSFERENCIA NAO PERMITIDA"
               ELSE
                   PERFORM SOLICITAR-TRANSFERENCIA
               END-IF
           END-IF.

           PERFORM FECHAR-ARQUIVOS.

           IF HOUVE-TRANSFERENCIA
               CALL "CADWPROM" USING WS-TURMA-ANTIGA
           END-IF.

           GOBACK.

       ABRIR-ARQUIVOS.

           OPEN I-O CADALU.
           IF WS-STATUS = 35
               DISPLAY "CADALU.DAT NAO ENCONTRADO"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "ABERTURA DE CADALU (I-O)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           OPEN I-O CADVIN.
           IF WS-STATUS = 35
               DISPLAY "CADVIN.DAT NAO ENCONTRADO - RODE O CADVMIG "
                   "PARA GERAR OS VINCULOS DO CADASTRO"
               CLOSE CADALU
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "ABERTURA DE CADVIN (I-O)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           OPEN INPUT CADTUR.
           IF WS-STATUS = 35
               DISPLAY "CADTUR.DAT NAO ENCONTRADO - CADASTRE AS "
                   "TURMAS PRIMEIRO"
               CLOSE CADALU
               CLOSE CADVIN
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "ABERTURA DE CADTUR (INPUT)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           OPEN EXTEND CADAUD.
           IF WS-STATUS = 35
               OPEN OUTPUT CADAUD
               MOVE "ABERTURA DE CADAUD (OUTPUT INICIAL)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           ELSE
               MOVE "ABERTURA DE CADAUD (EXTEND)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

      *> ----------------------------------------------------------------
      *> SOLICITAR-TRANSFERENCIA shows the student's open enrollments,
      *> takes the turma being left and the turma being joined, and
      *> only goes ahead when the first is an active line of the
      *> student, the second is not, and CADVTUR has a seat for it.
      *> ----------------------------------------------------------------
       SOLICITAR-TRANSFERENCIA.

           DISPLAY "ALUNO " NOME-ALU.
           DISPLAY "TURMAS ATUAIS:".
           MOVE WS-MATRICULA-DIGITADA TO VIN-MATRICULA.
           MOVE SPACES TO VIN-TURMA.
           START CADVIN KEY IS NOT LESS THAN VIN-CHAVE.
           IF WS-STATUS = 00
               SET NAO-FIM-VINCULOS TO TRUE
               PERFORM LISTAR-PROXIMO-VINCULO UNTIL FIM-VINCULOS
           END-IF.
           MOVE ZEROS TO WS-STATUS.

           DISPLAY "TURMA DE ORIGEM (CODIGO): ".
           ACCEPT WS-TURMA-ANTIGA.
           MOVE WS-MATRICULA-DIGITADA TO VIN-MATRICULA.
           MOVE WS-TURMA-ANTIGA TO VIN-TURMA.
           READ CADVIN KEY IS VIN-CHAVE.
           IF WS-STATUS NOT = 00 OR NOT VIN-ATIVA
               MOVE ZEROS TO WS-STATUS
               DISPLAY "ALUNO NAO ESTA MATRICULADO NA TURMA "
                   WS-TURMA-ANTIGA " - OPERACAO CANCELADA"
           ELSE
               PERFORM SOLICITAR-TURMA-DESTINO
           END-IF.

       LISTAR-PROXIMO-VINCULO.

           READ CADVIN NEXT RECORD.
           IF WS-STATUS NOT = 00
               OR VIN-MATRICULA NOT = WS-MATRICULA-DIGITADA
               SET FIM-VINCULOS TO TRUE
           ELSE
               IF VIN-ATIVA
                   DISPLAY "  " VIN-TURMA " DESDE " VIN-DATA-INICIO
               END-IF
           END-IF.

       SOLICITAR-TURMA-DESTINO.

           DISPLAY "TURMA DE DESTINO (CODIGO): ".
           ACCEPT WS-TURMA-DIGITADA.
           MOVE WS-TURMA-DIGITADA(1:6) TO WS-TURMA-NOVA.
           MOVE WS-MATRICULA-DIGITADA TO VIN-MATRICULA.
           MOVE WS-TURMA-NOVA TO VIN-TURMA.
           READ CADVIN KEY IS VIN-CHAVE.
           IF WS-STATUS = 00 AND VIN-ATIVA
               DISPLAY "ALUNO JA MATRICULADO NA TURMA " WS-TURMA-NOVA
                   " - OPERACAO CANCELADA"
           ELSE
               MOVE ZEROS TO WS-STATUS
               IF WS-TURMA-DIGITADA = SPACES
                   DISPLAY "TURMA VAZIA - OPERACAO CANCELADA"
               ELSE
                   CALL "CADVTUR" USING WS-TURMA-DIGITADA
                       WS-TURMA-RESULTADO
                   EVALUATE TRUE
                       WHEN TURMA-VALIDA
                           PERFORM EFETIVAR-TRANSFERENCIA
                       WHEN TURMA-CHEIA
                           DISPLAY "TURMA LOTADA - TRANSFERENCIA NAO "
                               "EFETUADA"
                       WHEN OTHER
                           DISPLAY "TURMA NAO CADASTRADA OU INATIVA"
                   END-EVALUATE
               END-IF
           END-IF.

      *> ----------------------------------------------------------------
      *> EFETIVAR-TRANSFERENCIA closes the old line, opens the new one,
      *> moves TURMA-ALU along when it named the old turma, audits the
      *> move and splits the month's charge.
      *> ----------------------------------------------------------------
       EFETIVAR-TRANSFERENCIA.

           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.

           MOVE WS-MATRICULA-DIGITADA TO VIN-MATRICULA.
           MOVE WS-TURMA-ANTIGA TO VIN-TURMA.
           READ CADVIN KEY IS VIN-CHAVE.
           MOVE "LEITURA DE REG-VINCULO (ORIGEM)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.
           SET VIN-ENCERRADA TO TRUE.
           MOVE WS-DATA-ATUAL TO VIN-DATA-FIM.
           REWRITE REG-VINCULO.
           MOVE "REGRAVACAO DE REG-VINCULO (ORIGEM)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           MOVE WS-MATRICULA-DIGITADA TO VIN-MATRICULA.
           MOVE WS-TURMA-NOVA TO VIN-TURMA.
           SET VIN-ATIVA TO TRUE.
           MOVE WS-DATA-ATUAL TO VIN-DATA-INICIO.
           MOVE ZEROS TO VIN-DATA-FIM.
           WRITE REG-VINCULO.
           IF WS-STATUS = 22
               READ CADVIN KEY IS VIN-CHAVE
               MOVE "LEITURA DE REG-VINCULO (DESTINO)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               SET VIN-ATIVA TO TRUE
               MOVE WS-DATA-ATUAL TO VIN-DATA-INICIO
               MOVE ZEROS TO VIN-DATA-FIM
               REWRITE REG-VINCULO
               MOVE "REGRAVACAO DE REG-VINCULO (DESTINO)" TO
                   WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           ELSE
               MOVE "GRAVACAO DE REG-VINCULO (DESTINO)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

           MOVE STATUS-ALU TO WS-AUD-STATUS-ANTES.
           IF TURMA-ALU(1:6) = WS-TURMA-ANTIGA
               AND TURMA-ALU(7:24) = SPACES
               MOVE WS-TURMA-NOVA TO TURMA-ALU
               REWRITE REG-ALU
               MOVE "REGRAVACAO DE REG-ALU (TRANSFERENCIA)" TO
                   WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

           PERFORM GRAVAR-AUDITORIA.
           PERFORM AJUSTAR-COBRANCA-PRORATA.

           SET HOUVE-TRANSFERENCIA TO TRUE.
           DISPLAY "ALUNO " NOME-ALU " TRANSFERIDO DE "
               WS-TURMA-ANTIGA " PARA " WS-TURMA-NOVA.

      *> ----------------------------------------------------------------
      *> AJUSTAR-COBRANCA-PRORATA splits the current competence's
      *> charge between the two turmas. Only an open or paid charge of
      *> the old turma is split - a cancelled or superseded one is no
      *> longer the student's debt, and a missing one means CADBILL has
      *> not opened the month yet and will bill the new turma itself.
      *> ----------------------------------------------------------------
       AJUSTAR-COBRANCA-PRORATA.

           COMPUTE WS-COMPETENCIA = WS-ANO-ATUAL * 100 + WS-MES-ATUAL.
           IF WS-DIA-ATUAL > 30
               MOVE 30 TO WS-DIAS-ANTIGA
           ELSE
               COMPUTE WS-DIAS-ANTIGA = WS-DIA-ATUAL - 1
           END-IF.
           COMPUTE WS-DIAS-NOVA = 30 - WS-DIAS-ANTIGA.

           OPEN I-O CADCOB.
           IF WS-STATUS = 35
               MOVE ZEROS TO WS-STATUS
               DISPLAY "NENHUMA COMPETENCIA FATURADA - SEM AJUSTE DE "
                   "COBRANCA"
           ELSE
               MOVE "ABERTURA DE CADCOB (I-O)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               MOVE WS-MATRICULA-DIGITADA TO COB-MATRICULA
               MOVE WS-COMPETENCIA TO COB-COMPETENCIA
               MOVE WS-TURMA-ANTIGA TO COB-TURMA
               PERFORM LER-COBRANCA-COM-ESPERA
               IF WS-STATUS = 00
                   AND (COB-ABERTA OR COB-PAGA)
                   PERFORM ABRIR-CREDITO
                   PERFORM REDUZIR-COBRANCA-ANTIGA
                   PERFORM GERAR-COBRANCA-NOVA
                   PERFORM FECHAR-CREDITO
               ELSE
                   MOVE ZEROS TO WS-STATUS
                   DISPLAY "COMPETENCIA " WS-COMPETENCIA " SEM "
                       "COBRANCA EM ABERTO NA TURMA DE ORIGEM - SEM "
                       "AJUSTE PRO-RATA"
               END-IF
               CLOSE CADCOB
               MOVE "FECHAMENTO DE CADCOB" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

      *> ----------------------------------------------------------------
      *> REDUZIR-COBRANCA-ANTIGA keeps on the old turma's charge only
      *> the days before the transfer. Whatever had already been paid
      *> beyond the reduced amount leaves the charge as credit. A
      *> charge left with nothing to pay and nothing paid - a transfer
      *> on the first of the month - is cancelled outright.
      *> ----------------------------------------------------------------
       REDUZIR-COBRANCA-ANTIGA.

           MOVE COB-DATA-VENCIMENTO TO WS-VENCIMENTO.
           MOVE COB-VALOR TO WS-VALOR-ORIGINAL.
           COMPUTE COB-VALOR ROUNDED =
               WS-VALOR-ORIGINAL * WS-DIAS-ANTIGA / 30.
           COMPUTE COB-VALOR-DESCONTO ROUNDED =
               COB-VALOR-DESCONTO * WS-DIAS-ANTIGA / 30.
           COMPUTE WS-TOTAL-COBRANCA =
               COB-VALOR + COB-MULTA + COB-JUROS.

           MOVE ZEROS TO WS-VALOR-EXCEDENTE.
           IF COB-VALOR-PAGO > WS-TOTAL-COBRANCA
               COMPUTE WS-VALOR-EXCEDENTE =
                   COB-VALOR-PAGO - WS-TOTAL-COBRANCA
               MOVE WS-TOTAL-COBRANCA TO COB-VALOR-PAGO
           END-IF.

           EVALUATE TRUE
               WHEN WS-TOTAL-COBRANCA = ZEROS
                   AND WS-VALOR-EXCEDENTE = ZEROS
                   AND COB-VALOR-PAGO = ZEROS
                   SET COB-CANCELADA TO TRUE
               WHEN COB-VALOR-PAGO = WS-TOTAL-COBRANCA
                   SET COB-PAGA TO TRUE
               WHEN OTHER
                   SET COB-ABERTA TO TRUE
           END-EVALUATE.

           REWRITE REG-COBRANCA.
           MOVE "REGRAVACAO DE REG-COBRANCA (PRO-RATA)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           DISPLAY "COBRANCA " WS-COMPETENCIA " TURMA " WS-TURMA-ANTIGA
               " REDUZIDA A " WS-DIAS-ANTIGA " DIAS: " COB-VALOR.

           IF WS-VALOR-EXCEDENTE > ZEROS
               PERFORM CREDITAR-EXCEDENTE
           END-IF.

      *> ----------------------------------------------------------------
      *> GERAR-COBRANCA-NOVA bills the new turma for the remaining days
      *> of the month, rated like CADBILL rates it, with the old
      *> charge's due date; any credit on hand pays it down at once.
      *> ----------------------------------------------------------------
       GERAR-COBRANCA-NOVA.

           MOVE WS-TURMA-NOVA TO TUR-CODIGO.
           READ CADTUR KEY IS TUR-CODIGO.
           IF WS-STATUS = 00
               PERFORM OBTER-MENSALIDADE-VIGENTE
           ELSE
               MOVE ZEROS TO WS-MENSALIDADE-VIGENTE
           END-IF.
           IF WS-MENSALIDADE-VIGENTE = ZEROS
               MOVE ZEROS TO WS-STATUS
               DISPLAY "TURMA " WS-TURMA-NOVA " SEM MENSALIDADE "
                   "CADASTRADA - NAO FATURADA"
           ELSE
               PERFORM APLICAR-DESCONTO
               MOVE WS-MATRICULA-DIGITADA TO COB-MATRICULA
               MOVE WS-COMPETENCIA  TO COB-COMPETENCIA
               MOVE WS-TURMA-NOVA   TO COB-TURMA
               COMPUTE COB-VALOR ROUNDED =
                   WS-VALOR-LIQUIDO * WS-DIAS-NOVA / 30
               COMPUTE COB-VALOR-DESCONTO ROUNDED =
                   WS-VALOR-DESCONTO * WS-DIAS-NOVA / 30
               MOVE WS-DATA-ATUAL   TO COB-DATA-GERACAO
               MOVE WS-VENCIMENTO   TO COB-DATA-VENCIMENTO
               SET COB-ABERTA TO TRUE
               MOVE ZEROS TO COB-DATA-PAGAMENTO
               MOVE ZEROS TO COB-VALOR-PAGO
               MOVE ZEROS TO COB-MULTA
               MOVE ZEROS TO COB-JUROS
               MOVE ZEROS TO COB-DATA-MORA
               MOVE ZEROS TO COB-JUROS-BASE
               MOVE ZEROS TO COB-ACORDO
               MOVE SPACES TO COB-OPERADOR
               IF COB-VALOR = ZEROS
                   DISPLAY "TURMA " WS-TURMA-NOVA " SEM VALOR A "
                       "COBRAR NO MES"
               ELSE
                   WRITE REG-COBRANCA
                   IF WS-STATUS = 22
                       MOVE ZEROS TO WS-STATUS
                       DISPLAY "COBRANCA " WS-COMPETENCIA " DA TURMA "
                           WS-TURMA-NOVA " JA EXISTIA - MANTIDA"
                   ELSE
                       MOVE "GRAVACAO DE REG-COBRANCA (PRO-RATA)" TO
                           WS-OPERACAO
                       PERFORM VERIFICAR-STATUS
                       DISPLAY "COBRANCA " WS-COMPETENCIA " TURMA "
                           WS-TURMA-NOVA " GERADA POR " WS-DIAS-NOVA
                           " DIAS: " COB-VALOR
                       PERFORM CONSUMIR-CREDITO
                   END-IF
               END-IF
           END-IF.

      *> ----------------------------------------------------------------
      *> OBTER-MENSALIDADE-VIGENTE is CADBILL's paragraph: the newest
      *> price history line of the turma not after the competence.
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
      *> APLICAR-DESCONTO is CADBILL's rating: the turma fee less the
      *> CADDSC discount in force for the competence, a percentage of
      *> the fee or a fixed amount capped at it.
      *> ----------------------------------------------------------------
       APLICAR-DESCONTO.

           MOVE ZEROS TO WS-VALOR-DESCONTO.
           MOVE WS-MENSALIDADE-VIGENTE TO WS-VALOR-LIQUIDO.

           IF COM-DESCONTOS
               MOVE WS-MATRICULA-DIGITADA TO DSC-MATRICULA
               READ CADDSC KEY IS DSC-MATRICULA
               IF WS-STATUS = 00 AND DSC-ATIVO
                   AND WS-COMPETENCIA NOT < DSC-COMP-INICIO
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
               MOVE ZEROS TO WS-STATUS
           END-IF.

      *> ----------------------------------------------------------------
      *> ABRIR-CREDITO opens the credit balance (created on first use,
      *> as CADPAG creates it), the ledger and the discount file for
      *> the split; FECHAR-CREDITO closes them again.
      *> ----------------------------------------------------------------
       ABRIR-CREDITO.

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

           OPEN EXTEND CADLCT.
           IF WS-STATUS = 35
               OPEN OUTPUT CADLCT
               MOVE "ABERTURA DE CADLCT (OUTPUT INICIAL)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           ELSE
               MOVE "ABERTURA DE CADLCT (EXTEND)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

           SET COM-DESCONTOS TO TRUE.
           OPEN INPUT CADDSC.
           IF WS-STATUS = 35
               SET SEM-DESCONTOS TO TRUE
               MOVE ZEROS TO WS-STATUS
           ELSE
               MOVE "ABERTURA DE CADDSC (INPUT)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

           SET TEM-PRECOS TO TRUE.
           OPEN INPUT CADPRC.
           IF WS-STATUS = 35
               SET NAO-TEM-PRECOS TO TRUE
               MOVE ZEROS TO WS-STATUS
           ELSE
               MOVE "ABERTURA DE CADPRC (INPUT)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

       FECHAR-CREDITO.

           CLOSE CADCRE.
           MOVE "FECHAMENTO DE CADCRE" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           CLOSE CADLCT.
           MOVE "FECHAMENTO DE CADLCT" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           IF COM-DESCONTOS
               CLOSE CADDSC
               MOVE "FECHAMENTO DE CADDSC" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

           IF TEM-PRECOS
               CLOSE CADPRC
               MOVE "FECHAMENTO DE CADPRC" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

      *> ----------------------------------------------------------------
      *> CREDITAR-EXCEDENTE adds what the reduced charge no longer owes
      *> to the student's CADCRE balance and books it as an "E" line.
      *> ----------------------------------------------------------------
       CREDITAR-EXCEDENTE.

           MOVE WS-MATRICULA-DIGITADA TO CRE-MATRICULA.
           READ CADCRE KEY IS CRE-MATRICULA.
           IF WS-STATUS = 23
               MOVE WS-MATRICULA-DIGITADA TO CRE-MATRICULA
               MOVE WS-VALOR-EXCEDENTE TO CRE-SALDO
               MOVE WS-DATA-ATUAL TO CRE-DATA
               WRITE REG-CREDITO
               MOVE "GRAVACAO DE REG-CREDITO" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           ELSE
               MOVE "LEITURA DE REG-CREDITO" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               ADD WS-VALOR-EXCEDENTE TO CRE-SALDO
               MOVE WS-DATA-ATUAL TO CRE-DATA
               REWRITE REG-CREDITO
               MOVE "REGRAVACAO DE REG-CREDITO" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

           SET LCT-CREDITO-ESTORNO TO TRUE.
           MOVE WS-VALOR-EXCEDENTE TO LCT-VALOR.
           MOVE ZEROS TO WS-SALDO-COBRANCA.
           MOVE CRE-SALDO TO WS-SALDO-CREDITO.
           PERFORM GRAVAR-LANCAMENTO.

           DISPLAY "VALOR JA PAGO EXCEDENTE " WS-VALOR-EXCEDENTE
               " LANCADO COMO CREDITO".

      *> ----------------------------------------------------------------
      *> CONSUMIR-CREDITO draws the credit down against the new charge
      *> exactly as CADBILL does against a freshly billed one.
      *> ----------------------------------------------------------------
       CONSUMIR-CREDITO.

           MOVE WS-MATRICULA-DIGITADA TO CRE-MATRICULA.
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
               MOVE AOP-ID TO COB-OPERADOR
               REWRITE REG-COBRANCA
               MOVE "REGRAVACAO DE REG-COBRANCA (CREDITO)" TO
                   WS-OPERACAO
               PERFORM VERIFICAR-STATUS

               SUBTRACT WS-VALOR-CREDITO FROM CRE-SALDO
               MOVE WS-DATA-ATUAL TO CRE-DATA
               REWRITE REG-CREDITO
               MOVE "REGRAVACAO DE REG-CREDITO" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS

               SET LCT-CREDITO-USADO TO TRUE
               MOVE WS-VALOR-CREDITO TO LCT-VALOR
               COMPUTE WS-SALDO-COBRANCA =
                   COB-VALOR - WS-VALOR-CREDITO
               MOVE CRE-SALDO TO WS-SALDO-CREDITO
               PERFORM GRAVAR-LANCAMENTO
               DISPLAY "CREDITO DE " WS-VALOR-CREDITO
                   " ABATIDO NA NOVA COBRANCA"
           END-IF.
           MOVE ZEROS TO WS-STATUS.

      *> LCT-TIPO and LCT-VALOR are set by the caller.
       GRAVAR-LANCAMENTO.

           ACCEPT WS-HORA-ATUAL FROM TIME.

           MOVE WS-MATRICULA-DIGITADA TO LCT-MATRICULA.
           MOVE WS-DATA-ATUAL     TO LCT-DATA.
           MOVE WS-HORA-ATUAL     TO LCT-HORA.
           MOVE COB-COMPETENCIA   TO LCT-COMPETENCIA.
           MOVE COB-TURMA         TO LCT-TURMA.
           MOVE WS-SALDO-COBRANCA TO LCT-SALDO-COBRANCA.
           MOVE WS-SALDO-CREDITO  TO LCT-SALDO-CREDITO.
           MOVE ZEROS             TO LCT-RECIBO.
           MOVE AOP-ID            TO LCT-OPERADOR.

           WRITE REG-LANCAMENTO.
           MOVE "GRAVACAO DE REG-LANCAMENTO" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

      *> ----------------------------------------------------------------
      *> LER-ALUNO-COM-ESPERA / LER-COBRANCA-COM-ESPERA read for update,
      *> waiting politely - up to CONST-MAX-ESPERAS tries, one second
      *> apart - when another program holds the record (status 51).
      *> ----------------------------------------------------------------
       LER-ALUNO-COM-ESPERA.

           MOVE ZEROS TO WS-TENTATIVAS.
           PERFORM LER-ALUNO-UMA-VEZ WITH TEST AFTER
               UNTIL WS-STATUS NOT = 51
               OR WS-TENTATIVAS > CONST-MAX-ESPERAS.

       LER-ALUNO-UMA-VEZ.

           READ CADALU KEY IS KEY-ALU.
           IF WS-STATUS = 51
               ADD 1 TO WS-TENTATIVAS
               DISPLAY "REGISTRO EM USO POR OUTRO OPERADOR - "
                   "AGUARDANDO"
               CALL "C$SLEEP" USING CONST-SEGUNDOS-ESPERA
           END-IF.

       LER-COBRANCA-COM-ESPERA.

           MOVE ZEROS TO WS-TENTATIVAS.
           PERFORM LER-COBRANCA-UMA-VEZ WITH TEST AFTER
               UNTIL WS-STATUS NOT = 51
               OR WS-TENTATIVAS > CONST-MAX-ESPERAS.

       LER-COBRANCA-UMA-VEZ.

           READ CADCOB KEY IS COB-CHAVE.
           IF WS-STATUS = 51
               ADD 1 TO WS-TENTATIVAS
               DISPLAY "COBRANCA EM USO POR OUTRO OPERADOR - "
                   "AGUARDANDO"
               CALL "C$SLEEP" USING CONST-SEGUNDOS-ESPERA
           END-IF.

       GRAVAR-AUDITORIA.

           ACCEPT WS-HORA-ATUAL FROM TIME.

           MOVE SPACES TO WS-AUD-NOME-ANTES.
           STRING "TURMA " WS-TURMA-ANTIGA
               DELIMITED BY SIZE INTO WS-AUD-NOME-ANTES.

           MOVE KEY-ALU             TO AUD-CHAVE.
           SET AUD-TRANSFERENCIA    TO TRUE.
           MOVE WS-AUD-NOME-ANTES   TO AUD-NOME-ANTES.
           MOVE WS-AUD-STATUS-ANTES TO AUD-STATUS-ANTES.
           MOVE SPACES              TO AUD-NOME-DEPOIS.
           STRING "TURMA " WS-TURMA-NOVA
               DELIMITED BY SIZE INTO AUD-NOME-DEPOIS.
           MOVE STATUS-ALU          TO AUD-STATUS-DEPOIS.
           MOVE WS-DATA-ATUAL       TO AUD-DATA.
           MOVE WS-HORA-ATUAL       TO AUD-HORA.
           MOVE AOP-ID              TO AUD-OPERADOR.

           WRITE REG-AUDITORIA.
           MOVE "GRAVACAO DE REG-AUDITORIA" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

       FECHAR-ARQUIVOS.

           CLOSE CADALU.
           MOVE "FECHAMENTO DE CADALU" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           CLOSE CADVIN.
           MOVE "FECHAMENTO DE CADVIN" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           CLOSE CADTUR.
           MOVE "FECHAMENTO DE CADTUR" TO WS-OPERACAO.
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

       END PROGRAM CADTRF.
