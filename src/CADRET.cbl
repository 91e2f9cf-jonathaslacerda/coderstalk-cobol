      *> is printed on the CADRET.RPT exception list instead of being
      *> silently dropped - the bookkeeper reconciles that list against
      *> the bank statement.
      *>
      *> The bank's money is booked the way CADPAG books the desk's: a
      *> short amount is added to COB-VALOR-PAGO and leaves the charge
      *> open for the rest, an amount beyond the balance closes it and
      *> the excess becomes a credit of the student on CADCRE.DAT, and
      *> each movement goes on the CADLCT.DAT ledger.
      *>
      *> A line with "GRUPO " in the turma field pays a consolidated
      *> family slip CADREM issued under its FAMILIA option, numbered
      *> in the matricula field. The amount is split back across the
      *> charges CADGRP.DAT records for that slip, oldest due date
      *> first, so a short payment settles the oldest charges and
      *> leaves the newest open; every charge the slip pays gets its
      *> own CADRCB receipt, as if each had been paid at the desk, and
      *> anything left over once the slip's charges are all settled is
      *> credited to the first child on the slip. A slip that was
      *> reissued or already paid goes to the exception list.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADRET.
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS CTL-CHAVE
               LOCK MODE        IS AUTOMATIC
               FILE STATUS      IS WS-STATUS.

           SELECT CADAUD ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS.

           SELECT CADCRE ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS CRE-MATRICULA
               LOCK MODE        IS AUTOMATIC
               FILE STATUS      IS WS-STATUS.

           SELECT CADLCT ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS.

      *> A family slip's charges, and the receipt register each of
      *> them gets an entry on when the slip pays it.
           SELECT CADGRP ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS GRP-CHAVE
               LOCK MODE        IS AUTOMATIC
               FILE STATUS      IS WS-STATUS.

           SELECT CADRCB ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS RCB-NUMERO
               LOCK MODE        IS AUTOMATIC
               FILE STATUS      IS WS-STATUS.

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

       FD  CADGRP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADGRP.DAT".
           COPY CADGRPR.

       FD  CADRCB
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADRCB.DAT".
           COPY CADRCBR.

       WORKING-STORAGE SECTION.

       01  WS-STATUS PIC 9(02) VALUE ZEROS.
       01  WS-LIDAS      PIC 9(05) VALUE ZEROS.
       01  WS-BAIXADAS   PIC 9(05) VALUE ZEROS.
       01  WS-EXCECOES   PIC 9(05) VALUE ZEROS.
       01  WS-PARCIAIS   PIC 9(05) VALUE ZEROS.
       01  WS-CREDITOS   PIC 9(05) VALUE ZEROS.

      *> Balance the charge still owes before the bank's amount lands,
      *> the part applied to it and the excess kept as credit.
       01  WS-TOTAL-DEVIDO    PIC 9(06)V99.
       01  WS-SALDO-DEVIDO    PIC 9(06)V99.
       01  WS-VALOR-APLICADO  PIC 9(06)V99.
       01  WS-VALOR-EXCEDENTE PIC 9(06)V99.
       01  WS-SALDO-CREDITO   PIC 9(06)V99.

       01  WS-MOTIVO-EXCECAO PIC X(30).

      *> The student and amount the settlement applies to: the return
      *> line's own for an ordinary line, each charge's share in turn
      *> for a family slip.
       01  WS-MATRICULA-PAGADOR PIC 9(05).
       01  WS-VALOR-RECEBIDO    PIC 9(06)V99.

       01  WS-TIPO-RETORNO PIC X(01).
           88 RETORNO-GRUPO      VALUE "G".
           88 RETORNO-INDIVIDUAL VALUE "I".

      *> Family slip split: the slip register may not exist yet, the
      *> slip's lines are counted before anything is applied, and the
      *> bank's amount is drawn down charge by charge.
       77  CONST-TURMA-GRUPO PIC X(06) VALUE "GRUPO ".
       01  WS-TEM-GRUPOS PIC X(01).
           88 TEM-GRUPOS     VALUE "S".
           88 NAO-TEM-GRUPOS VALUE "N".
       01  WS-FIM-GRUPO PIC X(01).
           88 FIM-GRUPO     VALUE "S".
           88 NAO-FIM-GRUPO VALUE "N".
       01  WS-ITENS-GRUPO       PIC 9(03).
       01  WS-ITENS-EMITIDOS    PIC 9(03).
       01  WS-ITENS-SUBSTITUIDOS PIC 9(03).
       01  WS-VALOR-RESTANTE    PIC 9(06)V99.
       01  WS-MATRICULA-CREDITO PIC 9(05).
       01  WS-BOLETOS-GRUPO     PIC 9(05) VALUE ZEROS.
       01  WS-RECIBOS           PIC 9(05) VALUE ZEROS.

      *> Receipt numbering, CADPAG's: "ULTRCB" on CADCTL.DAT, waiting
      *> out a desk that holds the control record at that moment.
       77  CONST-MAX-ESPERAS PIC 9(02) VALUE 5.
       77  CONST-SEGUNDOS-ESPERA PIC 9(01) VALUE 1.
       01  WS-TENTATIVAS PIC 9(02) VALUE ZEROS.
       01  WS-NUMERO-RECIBO PIC 9(05).
       01  WS-NOME-RECIBO   PIC X(45).

      *> Operator stamped on charges the bank settles - the cash
      *> closing separates the bank's money from the desk drawers.
       77  CONST-OPERADOR-BANCO PIC X(08) VALUE "BANCO".

           DISPLAY "LINHAS DE RETORNO LIDAS: " WS-LIDAS.
           DISPLAY "COBRANCAS BAIXADAS:      " WS-BAIXADAS.
           DISPLAY "PAGAMENTOS PARCIAIS:     " WS-PARCIAIS.
           DISPLAY "EXCEDENTES EM CREDITO:   " WS-CREDITOS.
           DISPLAY "EXCECOES NA CONCILIACAO: " WS-EXCECOES.
           DISPLAY "ALUNOS REATIVADOS:       " WS-REATIVADOS.
           DISPLAY "BOLETOS DE FAMILIA PAGOS:" WS-BOLETOS-GRUPO.
           DISPLAY "RECIBOS EMITIDOS:        " WS-RECIBOS.

           STOP RUN.

               PERFORM OBTER-LIMITE-SUSPENSAO
           END-IF.

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

           SET TEM-GRUPOS TO TRUE.
           OPEN I-O CADGRP.
           IF WS-STATUS = 35
               SET NAO-TEM-GRUPOS TO TRUE
               MOVE ZEROS TO WS-STATUS
           ELSE
               MOVE "ABERTURA DE CADGRP (I-O)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

           OPEN I-O CADRCB.
           IF WS-STATUS = 35
               OPEN OUTPUT CADRCB
               MOVE "ABERTURA DE CADRCB (OUTPUT INICIAL)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               CLOSE CADRCB
               MOVE "FECHAMENTO DE CADRCB (INICIAL)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               OPEN I-O CADRCB
           END-IF.
           MOVE "ABERTURA DE CADRCB (I-O)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

       LER-PROXIMO-RETORNO.

           READ ARQRET
      *> ----------------------------------------------------------------
       CONCILIAR-RETORNO.

           IF RET-TURMA = CONST-TURMA-GRUPO
               SET RETORNO-GRUPO TO TRUE
               PERFORM CONCILIAR-GRUPO
           ELSE
               SET RETORNO-INDIVIDUAL TO TRUE
               MOVE RET-MATRICULA  TO WS-MATRICULA-PAGADOR
               MOVE RET-VALOR-PAGO TO WS-VALOR-RECEBIDO
               PERFORM CONCILIAR-COBRANCA
           END-IF.

       CONCILIAR-COBRANCA.

           MOVE RET-MATRICULA   TO COB-MATRICULA.
           MOVE RET-COMPETENCIA TO COB-COMPETENCIA.
           MOVE RET-TURMA       TO COB-TURMA.
                   PERFORM BAIXAR-COBRANCA
           END-EVALUATE.

      *> ----------------------------------------------------------------
      *> CONCILIAR-GRUPO settles a family slip. The slip's lines are
      *> counted first, so a slip this system never issued, one a later
      *> FAMILIA run reissued, or one already paid goes to the
      *> exception list untouched; otherwise the amount is split across
      *> the slip's charges.
      *> ----------------------------------------------------------------
       CONCILIAR-GRUPO.

           MOVE ZEROS TO WS-ITENS-GRUPO.
           MOVE ZEROS TO WS-ITENS-EMITIDOS.
           MOVE ZEROS TO WS-ITENS-SUBSTITUIDOS.
           IF TEM-GRUPOS
               PERFORM POSICIONAR-GRUPO
               PERFORM CONTAR-ITEM-GRUPO UNTIL FIM-GRUPO
           END-IF.

           EVALUATE TRUE
               WHEN WS-ITENS-GRUPO = ZEROS
                   MOVE "BOLETO FAMILIA NAO ENCONTRADO" TO
                       WS-MOTIVO-EXCECAO
                   PERFORM GRAVAR-EXCECAO
               WHEN WS-ITENS-EMITIDOS = ZEROS
                   AND WS-ITENS-SUBSTITUIDOS > ZEROS
                   MOVE "BOLETO FAMILIA SUBSTITUIDO" TO
                       WS-MOTIVO-EXCECAO
                   PERFORM GRAVAR-EXCECAO
               WHEN WS-ITENS-EMITIDOS = ZEROS
                   MOVE "BOLETO FAMILIA JA LIQUIDADO" TO
                       WS-MOTIVO-EXCECAO
                   PERFORM GRAVAR-EXCECAO
               WHEN OTHER
                   PERFORM RATEAR-GRUPO
           END-EVALUATE.

      *> CADGRP's key starts with the slip number, so positioning at
      *> "number plus zeros" walks exactly that slip's charges, oldest
      *> due date first.
       POSICIONAR-GRUPO.

           MOVE RET-MATRICULA TO GRP-NUMERO.
           MOVE ZEROS TO GRP-DATA-VENCIMENTO.
           MOVE ZEROS TO GRP-MATRICULA.
           MOVE ZEROS TO GRP-COMPETENCIA.
           MOVE SPACES TO GRP-TURMA.
           START CADGRP KEY IS NOT LESS THAN GRP-CHAVE.
           IF WS-STATUS = 00
               SET NAO-FIM-GRUPO TO TRUE
           ELSE
               SET FIM-GRUPO TO TRUE
           END-IF.
           MOVE ZEROS TO WS-STATUS.

       LER-PROXIMO-ITEM-GRUPO.

           READ CADGRP NEXT RECORD.
           IF WS-STATUS NOT = 00
               OR GRP-NUMERO NOT = RET-MATRICULA
               SET FIM-GRUPO TO TRUE
               MOVE ZEROS TO WS-STATUS
           END-IF.

       CONTAR-ITEM-GRUPO.

           PERFORM LER-PROXIMO-ITEM-GRUPO.
           IF NAO-FIM-GRUPO
               ADD 1 TO WS-ITENS-GRUPO
               EVALUATE TRUE
                   WHEN GRP-EMITIDO
                       ADD 1 TO WS-ITENS-EMITIDOS
                   WHEN GRP-SUBSTITUIDO
                       ADD 1 TO WS-ITENS-SUBSTITUIDOS
               END-EVALUATE
           END-IF.

      *> ----------------------------------------------------------------
      *> RATEAR-GRUPO draws the bank's amount down across the slip's
      *> outstanding charges, oldest first - each gets what it still
      *> owes, or whatever is left. A charge meanwhile settled or
      *> cancelled at the desk is just marked off the slip. What is
      *> left after the last charge becomes credit of the first child.
      *> ----------------------------------------------------------------
       RATEAR-GRUPO.

           ADD 1 TO WS-BOLETOS-GRUPO.
           MOVE RET-VALOR-PAGO TO WS-VALOR-RESTANTE.
           MOVE ZEROS TO WS-MATRICULA-CREDITO.

           PERFORM POSICIONAR-GRUPO.
           PERFORM RATEAR-ITEM-GRUPO UNTIL FIM-GRUPO.

           IF WS-VALOR-RESTANTE > ZEROS
               PERFORM CREDITAR-SOBRA-GRUPO
           END-IF.

       RATEAR-ITEM-GRUPO.

           PERFORM LER-PROXIMO-ITEM-GRUPO.
           IF NAO-FIM-GRUPO AND GRP-EMITIDO
               IF WS-MATRICULA-CREDITO = ZEROS
                   MOVE GRP-MATRICULA TO WS-MATRICULA-CREDITO
               END-IF
               MOVE GRP-MATRICULA   TO COB-MATRICULA
               MOVE GRP-COMPETENCIA TO COB-COMPETENCIA
               MOVE GRP-TURMA       TO COB-TURMA
               READ CADCOB KEY IS COB-CHAVE
               IF WS-STATUS NOT = 00 OR NOT COB-ABERTA
                   MOVE ZEROS TO WS-STATUS
                   PERFORM LIQUIDAR-ITEM-GRUPO
               ELSE
                   IF WS-VALOR-RESTANTE > ZEROS
                       PERFORM APLICAR-ITEM-GRUPO
                   END-IF
               END-IF
           END-IF.

       APLICAR-ITEM-GRUPO.

           PERFORM CALCULAR-SALDO-DEVIDO.
           IF WS-VALOR-RESTANTE < WS-SALDO-DEVIDO
               MOVE WS-VALOR-RESTANTE TO WS-VALOR-RECEBIDO
           ELSE
               MOVE WS-SALDO-DEVIDO TO WS-VALOR-RECEBIDO
           END-IF.
           SUBTRACT WS-VALOR-RECEBIDO FROM WS-VALOR-RESTANTE.
           MOVE COB-MATRICULA TO WS-MATRICULA-PAGADOR.

           PERFORM BAIXAR-COBRANCA.

           IF WS-SALDO-DEVIDO = ZEROS
               PERFORM LIQUIDAR-ITEM-GRUPO
           END-IF.

       LIQUIDAR-ITEM-GRUPO.

           SET GRP-LIQUIDADO TO TRUE.
           REWRITE REG-GRUPO.
           MOVE "REGRAVACAO DE REG-GRUPO (LIQUIDADO)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

      *> ----------------------------------------------------------------
      *> CREDITAR-SOBRA-GRUPO books what the slip paid beyond its
      *> charges as credit of the first child on it, on a "C" ledger
      *> line that names the slip instead of a charge.
      *> ----------------------------------------------------------------
       CREDITAR-SOBRA-GRUPO.

           MOVE WS-MATRICULA-CREDITO TO WS-MATRICULA-PAGADOR.
           MOVE WS-VALOR-RESTANTE TO WS-VALOR-EXCEDENTE.
           PERFORM ATUALIZAR-CREDITO.
           ADD 1 TO WS-CREDITOS.

           ACCEPT WS-HORA-ATUAL FROM TIME.

           MOVE WS-MATRICULA-PAGADOR TO LCT-MATRICULA.
           MOVE RET-DATA-PAGAMENTO  TO LCT-DATA.
           MOVE WS-HORA-ATUAL       TO LCT-HORA.
           MOVE "C"                 TO LCT-TIPO.
           MOVE RET-COMPETENCIA     TO LCT-COMPETENCIA.
           MOVE CONST-TURMA-GRUPO   TO LCT-TURMA.
           MOVE WS-VALOR-EXCEDENTE  TO LCT-VALOR.
           MOVE ZEROS               TO LCT-SALDO-COBRANCA.
           MOVE WS-SALDO-CREDITO    TO LCT-SALDO-CREDITO.
           MOVE ZEROS               TO LCT-RECIBO.
           MOVE CONST-OPERADOR-BANCO TO LCT-OPERADOR.

           WRITE REG-LANCAMENTO.
           MOVE "GRAVACAO DE REG-LANCAMENTO (SOBRA)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

      *> ----------------------------------------------------------------
      *> BAIXAR-COBRANCA applies the bank's amount to the balance the
      *> charge still owes - CADPAG's APLICAR-PAGAMENTO rule: short of
      *> it the charge stays COB-ABERTA, covering it the charge is
      *> COB-PAGA and the excess is credited to the student.
      *> ----------------------------------------------------------------
       BAIXAR-COBRANCA.

           PERFORM CALCULAR-SALDO-DEVIDO.

           IF WS-VALOR-RECEBIDO < WS-SALDO-DEVIDO
               MOVE WS-VALOR-RECEBIDO TO WS-VALOR-APLICADO
               MOVE ZEROS TO WS-VALOR-EXCEDENTE
               ADD 1 TO WS-PARCIAIS
           ELSE
               MOVE WS-SALDO-DEVIDO TO WS-VALOR-APLICADO
               COMPUTE WS-VALOR-EXCEDENTE =
                   WS-VALOR-RECEBIDO - WS-SALDO-DEVIDO
               SET COB-PAGA TO TRUE
               ADD 1 TO WS-BAIXADAS
           END-IF.

           ADD WS-VALOR-APLICADO TO COB-VALOR-PAGO.
           COMPUTE WS-SALDO-DEVIDO =
               WS-SALDO-DEVIDO - WS-VALOR-APLICADO.
           MOVE RET-DATA-PAGAMENTO TO COB-DATA-PAGAMENTO.
           MOVE CONST-OPERADOR-BANCO TO COB-OPERADOR.

           REWRITE REG-COBRANCA.
           MOVE "REGRAVACAO DE REG-COBRANCA (RETORNO)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           PERFORM ATUALIZAR-CREDITO.

           IF RETORNO-GRUPO
               PERFORM EMITIR-RECIBO
           ELSE
               MOVE ZEROS TO WS-NUMERO-RECIBO
           END-IF.

           MOVE "P" TO LCT-TIPO.
           MOVE WS-VALOR-APLICADO TO LCT-VALOR.
           PERFORM GRAVAR-LANCAMENTO.
           IF WS-VALOR-EXCEDENTE > ZEROS
               ADD 1 TO WS-CREDITOS
               MOVE "C" TO LCT-TIPO
               MOVE WS-VALOR-EXCEDENTE TO LCT-VALOR
               PERFORM GRAVAR-LANCAMENTO
           END-IF.

           IF TEM-MESTRE
               PERFORM REAVALIAR-SUSPENSAO
           END-IF.

       CALCULAR-SALDO-DEVIDO.

           COMPUTE WS-TOTAL-DEVIDO = COB-VALOR + COB-MULTA + COB-JUROS.
           IF COB-VALOR-PAGO < WS-TOTAL-DEVIDO
               COMPUTE WS-SALDO-DEVIDO =
                   WS-TOTAL-DEVIDO - COB-VALOR-PAGO
           ELSE
               MOVE ZEROS TO WS-SALDO-DEVIDO
           END-IF.

      *> ----------------------------------------------------------------
      *> EMITIR-RECIBO registers the receipt for a charge a family slip
      *> paid - CADPAG's GRAVAR-REGISTRO-RECIBO, with the bank as the
      *> operator and the charge's share of the slip as the amount.
      *> ----------------------------------------------------------------
       EMITIR-RECIBO.

           PERFORM OBTER-PROXIMO-RECIBO.

           MOVE "(NAO ENCONTRADO)" TO WS-NOME-RECIBO.
           IF TEM-MESTRE
               MOVE COB-MATRICULA TO KEY-ALU
               READ CADALU KEY IS KEY-ALU
               IF WS-STATUS = 00
                   MOVE NOME-ALU TO WS-NOME-RECIBO
               END-IF
               MOVE ZEROS TO WS-STATUS
           END-IF.

           MOVE WS-NUMERO-RECIBO   TO RCB-NUMERO.
           MOVE COB-MATRICULA      TO RCB-MATRICULA.
           MOVE COB-COMPETENCIA    TO RCB-COMPETENCIA.
           MOVE COB-TURMA          TO RCB-TURMA.
           MOVE WS-NOME-RECIBO     TO RCB-NOME.
           MOVE WS-VALOR-APLICADO  TO RCB-VALOR.
           MOVE COB-DATA-PAGAMENTO TO RCB-DATA.
           MOVE CONST-OPERADOR-BANCO TO RCB-OPERADOR.
           SET RCB-EMITIDO TO TRUE.
           MOVE SPACES TO RCB-MOTIVO-CANCEL.

           WRITE REG-RECIBO.
           MOVE "GRAVACAO DE REG-RECIBO" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           ADD 1 TO WS-RECIBOS.

      *> ----------------------------------------------------------------
      *> OBTER-PROXIMO-RECIBO takes the next number off the "ULTRCB"
      *> control record the desks number their receipts from - created
      *> on the first receipt ever issued. A desk holding the record
      *> past the waits stops the run; the return lines already
      *> settled stay settled.
      *> ----------------------------------------------------------------
       OBTER-PROXIMO-RECIBO.

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

           MOVE "ULTRCB" TO CTL-CHAVE.
           PERFORM LER-CONTROLE-COM-ESPERA.
           IF WS-STATUS = 51
               DISPLAY "CONTROLE DE RECIBO AINDA EM USO - RODE O "
                   "CADRET NOVAMENTE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-STATUS = 23
               MOVE "ULTRCB" TO CTL-CHAVE
               MOVE ZEROS TO CTL-ULTIMA-MATRICULA
               WRITE REG-CONTROLE
               MOVE "GRAVACAO DE REG-CONTROLE (ULTRCB INICIAL)" TO
                   WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           ELSE
               MOVE "LEITURA DE REG-CONTROLE (ULTRCB)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

           ADD 1 TO CTL-ULTIMA-MATRICULA.
           MOVE CTL-ULTIMA-MATRICULA TO WS-NUMERO-RECIBO.

           REWRITE REG-CONTROLE.
           MOVE "REGRAVACAO DE REG-CONTROLE (ULTRCB)" TO WS-OPERACAO.
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
               DISPLAY "REGISTRO DE CONTROLE EM USO POR OUTRO "
                   "OPERADOR - AGUARDANDO"
               CALL "C$SLEEP" USING CONST-SEGUNDOS-ESPERA
           END-IF.

      *> ----------------------------------------------------------------
      *> ATUALIZAR-CREDITO adds the excess to the student's CADCRE
      *> balance, creating the record on the first credit, and leaves
      *> the balance in WS-SALDO-CREDITO for the ledger lines.
      *> ----------------------------------------------------------------
       ATUALIZAR-CREDITO.

           MOVE WS-MATRICULA-PAGADOR TO CRE-MATRICULA.
           READ CADCRE KEY IS CRE-MATRICULA.
           IF WS-STATUS = 23
               MOVE ZEROS TO WS-SALDO-CREDITO
               IF WS-VALOR-EXCEDENTE > ZEROS
                   MOVE WS-MATRICULA-PAGADOR TO CRE-MATRICULA
                   MOVE WS-VALOR-EXCEDENTE TO CRE-SALDO
                   MOVE RET-DATA-PAGAMENTO TO CRE-DATA
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
                   MOVE RET-DATA-PAGAMENTO TO CRE-DATA
                   REWRITE REG-CREDITO
                   MOVE "REGRAVACAO DE REG-CREDITO" TO WS-OPERACAO
                   PERFORM VERIFICAR-STATUS
               END-IF
               MOVE CRE-SALDO TO WS-SALDO-CREDITO
           END-IF.

      *> ----------------------------------------------------------------
      *> GRAVAR-LANCAMENTO appends one ledger line for the charge just
      *> settled, dated with the teller date the bank reported so the
      *> cash closing finds it on the day the money came in.
      *> ----------------------------------------------------------------
       GRAVAR-LANCAMENTO.

           ACCEPT WS-HORA-ATUAL FROM TIME.

           MOVE WS-MATRICULA-PAGADOR TO LCT-MATRICULA.
           MOVE RET-DATA-PAGAMENTO  TO LCT-DATA.
           MOVE WS-HORA-ATUAL       TO LCT-HORA.
           MOVE COB-COMPETENCIA     TO LCT-COMPETENCIA.
           MOVE COB-TURMA           TO LCT-TURMA.
           MOVE WS-SALDO-DEVIDO     TO LCT-SALDO-COBRANCA.
           MOVE WS-SALDO-CREDITO    TO LCT-SALDO-CREDITO.
           MOVE WS-NUMERO-RECIBO    TO LCT-RECIBO.
           MOVE CONST-OPERADOR-BANCO TO LCT-OPERADOR.

           WRITE REG-LANCAMENTO.
           MOVE "GRAVACAO DE REG-LANCAMENTO" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

      *> ----------------------------------------------------------------
      *> OBTER-LIMITE-SUSPENSAO reads the open-charge limit the last
      *> CADSUSP run recorded on the "LIMSUS" control record, exactly
      *> ----------------------------------------------------------------
       REAVALIAR-SUSPENSAO.

           MOVE WS-MATRICULA-PAGADOR TO KEY-ALU.
           READ CADALU KEY IS KEY-ALU.
           IF WS-STATUS = 00 AND ALU-SUSPENSO
               PERFORM CONTAR-ABERTAS-DO-ALUNO

           MOVE ZEROS TO WS-ABERTAS-ALUNO.

           MOVE WS-MATRICULA-PAGADOR TO COB-MATRICULA.
           MOVE ZEROS TO COB-COMPETENCIA.
           MOVE SPACES TO COB-TURMA.
           START CADCOB KEY IS NOT LESS THAN COB-CHAVE.

           READ CADCOB NEXT RECORD.
           IF WS-STATUS NOT = 00
               OR COB-MATRICULA NOT = WS-MATRICULA-PAGADOR
               SET FIM-CONTAGEM TO TRUE
           ELSE
               IF COB-ABERTA
           MOVE "FECHAMENTO DE RELRET" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           CLOSE CADCRE.
           MOVE "FECHAMENTO DE CADCRE" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           CLOSE CADLCT.
           MOVE "FECHAMENTO DE CADLCT" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           CLOSE CADRCB.
           MOVE "FECHAMENTO DE CADRCB" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           IF TEM-GRUPOS
               CLOSE CADGRP
               MOVE "FECHAMENTO DE CADGRP" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

           IF TEM-MESTRE
               CLOSE CADALU
               MOVE "FECHAMENTO DE CADALU" TO WS-OPERACAO
