      *> ----------------------------------------------------------------
      *> CADVEND is the desk-sales action behind CADMENU's option 28.
      *> Kimonos, belts, gloves and patches used to be sold out of a
      *> notebook; here each sale:
      *>   - takes the quantity sold off the item's stock on CADPRD
      *>     (an item short of stock is not sold);
      *>   - raises an ordinary charge on CADCOB for the student
      *>     (COB-TURMA "VD" + the sale number) - either left open to
      *>     be paid at CADPAG like any fee, due on the 10th of next
      *>     month, or settled on the spot: the charge is written
      *>     COB-PAGA, a numbered receipt is printed to CADREC.RPT and
      *>     registered on CADRCB.DAT, and the money is booked on the
      *>     CADLCT.DAT ledger, exactly as CADPAG does, so the cash
      *>     closing, the invoice export and the journal all see it;
      *>   - is registered on CADVDA.DAT, which CADRPT07 sums into the
      *>     month's sales.
      *> A second option walks the rank history CADEXAM wrote for one
      *> exam date and offers each promoted student the belt of the
      *> new faixa, straight from the results.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADVEND.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT CADPRD ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS PRD-CODIGO
               LOCK MODE        IS AUTOMATIC
               FILE STATUS      IS WS-STATUS.

           SELECT CADALU ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS KEY-ALU
               ALTERNATE KEY    IS NOME-ALU WITH DUPLICATES
               ALTERNATE KEY    IS CPF-ALU WITH DUPLICATES
               FILE STATUS      IS WS-STATUS.

           SELECT CADCOB ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS COB-CHAVE
               LOCK MODE        IS AUTOMATIC
               FILE STATUS      IS WS-STATUS.

           SELECT CADVDA ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS VDA-NUMERO
               LOCK MODE        IS AUTOMATIC
               FILE STATUS      IS WS-STATUS.

      *> CADCTL hands out the sale number under "ULTVDA" and the
      *> receipt number under "ULTRCB", the same sequences CADPAG uses.
           SELECT CADCTL ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS CTL-CHAVE
               LOCK MODE        IS AUTOMATIC
               FILE STATUS      IS WS-STATUS.

           SELECT CADRCB ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS RCB-NUMERO
               LOCK MODE        IS AUTOMATIC
               FILE STATUS      IS WS-STATUS.

           SELECT RELREC ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS.

           SELECT CADCRE ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS CRE-MATRICULA
               FILE STATUS      IS WS-STATUS.

           SELECT CADLCT ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS.

      *> Rank history CADEXAM writes - read only by the exam-results
      *> sale.
           SELECT CADFXA ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS FXA-CHAVE
               FILE STATUS      IS WS-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  CADPRD
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADPRD.DAT".
           COPY CADPRDR.

       FD  CADALU
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADALU.DAT".
           COPY CADREG.

       FD  CADCOB
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADCOB.DAT".
           COPY CADCOBR.

       FD  CADVDA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADVDA.DAT".
           COPY CADVDAR.

       FD  CADCTL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADCTL.DAT".
           COPY CADCTLR.

       FD  CADRCB
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADRCB.DAT".
           COPY CADRCBR.

       FD  RELREC
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADREC.RPT".
       01  LINHA-RECIBO PIC X(80).

       FD  CADCRE
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADCRE.DAT".
           COPY CADCRER.

       FD  CADLCT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADLCT.DAT".
           COPY CADLCTR.

       FD  CADFXA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADFXA.DAT".
           COPY CADFXAR.

       WORKING-STORAGE SECTION.

       01  WS-STATUS PIC 9(02) VALUE ZEROS.
       01  WS-OPERACAO PIC X(40).

       01  WS-OPCAO PIC 9(01).

       01  WS-CONTINUAR PIC X(01).
           88 CONTINUAR-MENU VALUE "S".
           88 ENCERRAR-MENU  VALUE "N".

       01  WS-RESPOSTA PIC X(01).

      *> Numbers typed as text and re-read through REDEFINES, the way
      *> CADIMNT takes the pay terms.
       01  WS-MATRICULA-X    PIC X(05).
       01  WS-MATRICULA-NUM  REDEFINES WS-MATRICULA-X PIC 9(05).
       01  WS-QUANTIDADE-X   PIC X(03).
       01  WS-QUANTIDADE-NUM REDEFINES WS-QUANTIDADE-X PIC 9(03).
      *> A quantity typed short ("2") lands at the left of the field;
      *> AJUSTAR-QUANTIDADE carries it to the right, zero-filled.
       01  WS-QUANTIDADE-DIGITADA PIC X(03).
       01  WS-TAMANHO-DIGITADO    PIC 9(02).
       01  WS-DATA-EXAME-X   PIC X(08).
       01  WS-DATA-EXAME-NUM REDEFINES WS-DATA-EXAME-X PIC 9(08).

      *> The sale being made, whichever option started it.
       01  WS-VENDA-MATRICULA  PIC 9(05).
       01  WS-VENDA-PRODUTO    PIC X(06).
       01  WS-VENDA-QUANTIDADE PIC 9(03).
       01  WS-VENDA-VALOR      PIC 9(05)V99.
       01  WS-VENDA-FORMA      PIC X(01).
           88 VENDA-NA-CONTA      VALUE "C".
           88 VENDA-A-VISTA       VALUE "V".
       01  WS-VENDA-ORIGEM     PIC X(01).
       01  WS-NUMERO-VENDA     PIC 9(05).
       01  WS-NUMERO-VENDA-R REDEFINES WS-NUMERO-VENDA.
           03 FILLER              PIC 9(01).
           03 WS-NUMERO-VENDA-COB PIC 9(04).

      *> The charge line of a sale: "VD" and the last four digits of
      *> the sale number in the turma slot of the CADCOB key.
       01  WS-TURMA-VENDA.
           03 FILLER             PIC X(02) VALUE "VD".
           03 WS-TURMA-VENDA-NUM PIC 9(04).

       01  WS-VENDA-VALIDA PIC X(01).
           88 VENDA-VALIDA   VALUE "S".
           88 VENDA-INVALIDA VALUE "N".

       01  WS-DATA-ATUAL PIC 9(08).
       01  WS-DATA-ATUAL-R REDEFINES WS-DATA-ATUAL.
           03 WS-ANO-MES-ATUAL PIC 9(06).
           03 WS-DIA-ATUAL     PIC 9(02).
       01  WS-HORA-ATUAL PIC 9(08).

      *> A sale left on the account falls due on the 10th of the month
      *> after it, the day CADBILL gives the monthly fee.
       01  WS-DATA-VENCIMENTO PIC 9(08).
       01  WS-DATA-VENCIMENTO-R REDEFINES WS-DATA-VENCIMENTO.
           03 WS-ANO-VENC PIC 9(04).
           03 WS-MES-VENC PIC 9(02).
           03 WS-DIA-VENC PIC 9(02).

       01  WS-VALOR-EDITADO PIC ZZ.ZZ9,99.

      *> Receipt being issued for a sale paid on the spot.
       01  WS-NUMERO-RECIBO PIC 9(05).
       01  WS-SALDO-CREDITO PIC 9(06)V99.

      *> Exam-results sale: the rank-history browse and the belt item
      *> found for the faixa just earned.
       01  WS-TEM-FAIXAS PIC X(01).
           88 TEM-FAIXAS     VALUE "S".
           88 NAO-TEM-FAIXAS VALUE "N".
       01  WS-FIM-EXAME PIC X(01).
           88 FIM-EXAME     VALUE "S".
           88 NAO-FIM-EXAME VALUE "N".
       01  WS-FIM-PRODUTOS PIC X(01).
           88 FIM-PRODUTOS     VALUE "S".
           88 NAO-FIM-PRODUTOS VALUE "N".
       01  WS-FAIXA-PROCURADA PIC X(10).
       01  WS-PRODUTO-FAIXA   PIC X(06).
       01  WS-PROMOVIDOS PIC 9(04) VALUE ZEROS.
       01  WS-VENDAS     PIC 9(04) VALUE ZEROS.

      *> Polite wait-and-retry for an item another desk is selling,
      *> instead of failing with a bare file status.
       77  CONST-MAX-ESPERAS PIC 9(02) VALUE 5.
       77  CONST-SEGUNDOS-ESPERA PIC 9(01) VALUE 1.
       01  WS-TENTATIVAS PIC 9(02) VALUE ZEROS.

       01  LINHA-RECIBO-TRACO.
           03 FILLER PIC X(40) VALUE ALL "-".
           03 FILLER PIC X(40) VALUE SPACES.

       01  LINHA-RECIBO-NUMERO.
           03 FILLER          PIC X(10) VALUE "RECIBO NR ".
           03 LRN-NUMERO      PIC 9(05).
           03 FILLER          PIC X(08) VALUE "  DATA: ".
           03 LRN-DATA        PIC 9(08).
           03 FILLER          PIC X(49) VALUE SPACES.

       01  LINHA-RECIBO-NOME.
           03 FILLER          PIC X(13) VALUE "RECEBEMOS DE ".
           03 LRM-NOME        PIC X(45).
           03 FILLER          PIC X(22) VALUE SPACES.

       01  LINHA-RECIBO-REFERENCIA.
           03 FILLER          PIC X(10) VALUE "MATRICULA ".
           03 LRR-MATRICULA   PIC 9(05).
           03 FILLER          PIC X(15) VALUE "  COMPETENCIA: ".
           03 LRR-COMPETENCIA PIC 9(06).
           03 FILLER          PIC X(09) VALUE "  TURMA: ".
           03 LRR-TURMA       PIC X(06).
           03 FILLER          PIC X(29) VALUE SPACES.

       01  LINHA-RECIBO-PRODUTO.
           03 FILLER          PIC X(10) VALUE "REFERENTE ".
           03 LRP-QUANTIDADE  PIC ZZ9.
           03 FILLER          PIC X(03) VALUE " X ".
           03 LRP-DESCRICAO   PIC X(30).
           03 FILLER          PIC X(34) VALUE SPACES.

       01  LINHA-RECIBO-VALOR.
           03 FILLER          PIC X(16) VALUE "VALOR RECEBIDO: ".
           03 LRV-VALOR       PIC ZZZ.ZZ9,99.
           03 FILLER          PIC X(12) VALUE "  OPERADOR: ".
           03 LRV-OPERADOR    PIC X(08).
           03 FILLER          PIC X(34) VALUE SPACES.

           COPY CADOPRW.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM ABRIR-ARQUIVOS.

           SET CONTINUAR-MENU TO TRUE.
           PERFORM PROCESSAR-OPCAO UNTIL ENCERRAR-MENU.

           PERFORM FECHAR-ARQUIVOS.

           GOBACK.

       ABRIR-ARQUIVOS.

           OPEN I-O CADPRD.
           IF WS-STATUS = 35
               DISPLAY "CADPRD.DAT NAO ENCONTRADO - CADASTRE OS "
                   "PRODUTOS PRIMEIRO"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "ABERTURA DE CADPRD (I-O)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           OPEN INPUT CADALU.
           IF WS-STATUS = 35
               DISPLAY "CADALU.DAT NAO ENCONTRADO"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "ABERTURA DE CADALU (INPUT)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           OPEN I-O CADCOB.
           IF WS-STATUS = 35
               OPEN OUTPUT CADCOB
               MOVE "ABERTURA DE CADCOB (OUTPUT INICIAL)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               CLOSE CADCOB
               MOVE "FECHAMENTO DE CADCOB (INICIAL)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               OPEN I-O CADCOB
           END-IF.
           MOVE "ABERTURA DE CADCOB (I-O)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           OPEN I-O CADVDA.
           IF WS-STATUS = 35
               OPEN OUTPUT CADVDA
               MOVE "ABERTURA DE CADVDA (OUTPUT INICIAL)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               CLOSE CADVDA
               MOVE "FECHAMENTO DE CADVDA (INICIAL)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               OPEN I-O CADVDA
           END-IF.
           MOVE "ABERTURA DE CADVDA (I-O)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           OPEN INPUT CADFXA.
           IF WS-STATUS = 35
               SET NAO-TEM-FAIXAS TO TRUE
               MOVE ZEROS TO WS-STATUS
           ELSE
               SET TEM-FAIXAS TO TRUE
               MOVE "ABERTURA DE CADFXA (INPUT)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

       FECHAR-ARQUIVOS.

           CLOSE CADPRD.
           MOVE "FECHAMENTO DE CADPRD" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           CLOSE CADALU.
           MOVE "FECHAMENTO DE CADALU" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           CLOSE CADCOB.
           MOVE "FECHAMENTO DE CADCOB" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           CLOSE CADVDA.
           MOVE "FECHAMENTO DE CADVDA" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           IF TEM-FAIXAS
               CLOSE CADFXA
               MOVE "FECHAMENTO DE CADFXA" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

       PROCESSAR-OPCAO.

           PERFORM EXIBIR-MENU.
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM VENDER-PRODUTO
               WHEN 2
                   PERFORM VENDER-FAIXAS-EXAME
               WHEN 3
                   SET ENCERRAR-MENU TO TRUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       EXIBIR-MENU.

           DISPLAY "===================================".
           DISPLAY "1. VENDER PRODUTO".
           DISPLAY "2. VENDER FAIXAS DE UM EXAME".
           DISPLAY "3. VOLTAR".
           DISPLAY "===================================".
           DISPLAY "OPCAO: ".

      *> ----------------------------------------------------------------
      *> VENDER-PRODUTO is the ordinary desk sale: student, item,
      *> quantity and how it is paid.
      *> ----------------------------------------------------------------
       VENDER-PRODUTO.

           DISPLAY "MATRICULA: ".
           ACCEPT WS-MATRICULA-X.
           DISPLAY "CODIGO DO PRODUTO: ".
           ACCEPT WS-VENDA-PRODUTO.
           DISPLAY "QUANTIDADE (VAZIO = 1): ".
           ACCEPT WS-QUANTIDADE-X.
           PERFORM AJUSTAR-QUANTIDADE.

           IF WS-MATRICULA-X IS NOT NUMERIC
               DISPLAY "MATRICULA INVALIDA - VENDA CANCELADA"
           ELSE
               MOVE WS-MATRICULA-NUM TO WS-VENDA-MATRICULA
               IF WS-QUANTIDADE-X IS NUMERIC
                   AND WS-QUANTIDADE-NUM > ZEROS
                   MOVE WS-QUANTIDADE-NUM TO WS-VENDA-QUANTIDADE
               ELSE
                   MOVE 1 TO WS-VENDA-QUANTIDADE
               END-IF
               PERFORM SOLICITAR-FORMA-PAGAMENTO
               MOVE "B" TO WS-VENDA-ORIGEM
               PERFORM REGISTRAR-VENDA
           END-IF.

      *> "2" becomes 002 and "  2" becomes 002; anything that is still
      *> not all digits afterwards is left for the caller to refuse.
       AJUSTAR-QUANTIDADE.

           MOVE ZEROS TO WS-TAMANHO-DIGITADO.
           INSPECT WS-QUANTIDADE-X TALLYING WS-TAMANHO-DIGITADO
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-TAMANHO-DIGITADO > ZEROS AND WS-TAMANHO-DIGITADO < 3
               AND WS-QUANTIDADE-X(WS-TAMANHO-DIGITADO + 1:) = SPACES
               MOVE WS-QUANTIDADE-X TO WS-QUANTIDADE-DIGITADA
               MOVE ZEROS TO WS-QUANTIDADE-X
               MOVE WS-QUANTIDADE-DIGITADA(1:WS-TAMANHO-DIGITADO) TO
                   WS-QUANTIDADE-X(4 - WS-TAMANHO-DIGITADO:
                       WS-TAMANHO-DIGITADO)
           END-IF.
           INSPECT WS-QUANTIDADE-X REPLACING LEADING SPACE BY ZERO.

       SOLICITAR-FORMA-PAGAMENTO.

           DISPLAY "PAGAMENTO (V = A VISTA NO BALCAO, "
               "C = LANCAR NA CONTA): ".
           ACCEPT WS-VENDA-FORMA.
           IF WS-VENDA-FORMA = "v"
               MOVE "V" TO WS-VENDA-FORMA
           END-IF.
           IF NOT VENDA-A-VISTA
               SET VENDA-NA-CONTA TO TRUE
           END-IF.

      *> ----------------------------------------------------------------
      *> REGISTRAR-VENDA checks the student and the stock, then books
      *> the sale: the charge (paid or open), the receipt and ledger
      *> line when paid on the spot, the stock and the sale record.
      *> The sale number is only drawn once everything checks, so a
      *> refused sale burns no number.
      *> ----------------------------------------------------------------
       REGISTRAR-VENDA.

           SET VENDA-VALIDA TO TRUE.

           MOVE WS-VENDA-MATRICULA TO KEY-ALU.
           READ CADALU KEY IS KEY-ALU.
           IF WS-STATUS NOT = 00
               DISPLAY "MATRICULA " WS-VENDA-MATRICULA
                   " NAO ENCONTRADA"
               SET VENDA-INVALIDA TO TRUE
           END-IF.

           IF VENDA-VALIDA
               MOVE WS-VENDA-PRODUTO TO PRD-CODIGO
               PERFORM LER-PRODUTO-COM-ESPERA
               IF WS-STATUS NOT = 00
                   IF WS-STATUS NOT = 51
                       DISPLAY "PRODUTO " WS-VENDA-PRODUTO
                           " NAO ENCONTRADO"
                   END-IF
                   SET VENDA-INVALIDA TO TRUE
               END-IF
           END-IF.

           IF VENDA-VALIDA
               PERFORM VALIDAR-PRODUTO-VENDA
           END-IF.

           IF VENDA-VALIDA
               PERFORM EFETIVAR-VENDA
           END-IF.
           MOVE ZEROS TO WS-STATUS.

       VALIDAR-PRODUTO-VENDA.

           IF PRD-INATIVO
               DISPLAY "PRODUTO " PRD-CODIGO " FORA DE VENDA"
               SET VENDA-INVALIDA TO TRUE
           ELSE
               IF PRD-ESTOQUE < WS-VENDA-QUANTIDADE
                   DISPLAY "ESTOQUE INSUFICIENTE - DISPONIVEL "
                       PRD-ESTOQUE
                   SET VENDA-INVALIDA TO TRUE
               ELSE
                   COMPUTE WS-VENDA-VALOR =
                       PRD-PRECO * WS-VENDA-QUANTIDADE
                       ON SIZE ERROR
                           DISPLAY "VALOR DA VENDA EXCEDE O LIMITE "
                               "DE UMA COBRANCA"
                           SET VENDA-INVALIDA TO TRUE
                   END-COMPUTE
               END-IF
           END-IF.

       EFETIVAR-VENDA.

           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.

           PERFORM OBTER-PROXIMA-VENDA.
           PERFORM MONTAR-COBRANCA-VENDA.
           WRITE REG-COBRANCA.
           IF WS-STATUS = 22
               DISPLAY "COBRANCA " COB-TURMA " JA EXISTE PARA A "
                   "MATRICULA NESTA COMPETENCIA - VENDA NAO REGISTRADA"
               SET VENDA-INVALIDA TO TRUE
           ELSE
               MOVE "GRAVACAO DE REG-COBRANCA (VENDA)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS

               MOVE ZEROS TO WS-NUMERO-RECIBO
               IF VENDA-A-VISTA
                   PERFORM EMITIR-RECIBO
                   PERFORM LER-SALDO-CREDITO
                   PERFORM GRAVAR-LANCAMENTO
               END-IF

               SUBTRACT WS-VENDA-QUANTIDADE FROM PRD-ESTOQUE
               REWRITE REG-PRODUTO
               MOVE "REGRAVACAO DE REG-PRODUTO (ESTOQUE)" TO
                   WS-OPERACAO
               PERFORM VERIFICAR-STATUS

               PERFORM GRAVAR-VENDA

               MOVE WS-VENDA-VALOR TO WS-VALOR-EDITADO
               DISPLAY "VENDA " WS-NUMERO-VENDA " REGISTRADA - "
                   WS-VENDA-QUANTIDADE " X " PRD-DESCRICAO
               IF VENDA-A-VISTA
                   DISPLAY "VALOR " WS-VALOR-EDITADO " RECEBIDO - "
                       "RECIBO NR " WS-NUMERO-RECIBO
               ELSE
                   DISPLAY "VALOR " WS-VALOR-EDITADO " LANCADO NA "
                       "COMPETENCIA " COB-COMPETENCIA " VENCIMENTO "
                       COB-DATA-VENCIMENTO
               END-IF
               IF PRD-ESTOQUE < PRD-MINIMO
                   DISPLAY "ATENCAO: ESTOQUE DE " PRD-CODIGO
                       " ABAIXO DO MINIMO (" PRD-ESTOQUE ")"
               END-IF
           END-IF.

      *> ----------------------------------------------------------------
      *> MONTAR-COBRANCA-VENDA builds the sale's charge line in the
      *> month of the sale. Paid on the spot it is born settled, with
      *> the operator stamp the cash closing subtotals by.
      *> ----------------------------------------------------------------
       MONTAR-COBRANCA-VENDA.

           MOVE WS-NUMERO-VENDA-COB TO WS-TURMA-VENDA-NUM.
           MOVE WS-VENDA-MATRICULA TO COB-MATRICULA.
           MOVE WS-ANO-MES-ATUAL TO COB-COMPETENCIA.
           MOVE WS-TURMA-VENDA TO COB-TURMA.
           MOVE WS-VENDA-VALOR TO COB-VALOR.
           MOVE ZEROS TO COB-VALOR-DESCONTO.
           MOVE WS-DATA-ATUAL TO COB-DATA-GERACAO.
           MOVE ZEROS TO COB-MULTA.
           MOVE ZEROS TO COB-JUROS.
           MOVE ZEROS TO COB-DATA-MORA.
           MOVE ZEROS TO COB-JUROS-BASE.
           MOVE ZEROS TO COB-ACORDO.
           IF VENDA-A-VISTA
               MOVE WS-DATA-ATUAL TO COB-DATA-VENCIMENTO
               SET COB-PAGA TO TRUE
               MOVE WS-DATA-ATUAL TO COB-DATA-PAGAMENTO
               MOVE WS-VENDA-VALOR TO COB-VALOR-PAGO
               MOVE AOP-ID TO COB-OPERADOR
           ELSE
               MOVE WS-DATA-ATUAL TO WS-DATA-VENCIMENTO
               IF WS-MES-VENC = 12
                   ADD 1 TO WS-ANO-VENC
                   MOVE 1 TO WS-MES-VENC
               ELSE
                   ADD 1 TO WS-MES-VENC
               END-IF
               MOVE 10 TO WS-DIA-VENC
               MOVE WS-DATA-VENCIMENTO TO COB-DATA-VENCIMENTO
               SET COB-ABERTA TO TRUE
               MOVE ZEROS TO COB-DATA-PAGAMENTO
               MOVE ZEROS TO COB-VALOR-PAGO
               MOVE SPACES TO COB-OPERADOR
           END-IF.

       GRAVAR-VENDA.

           MOVE WS-NUMERO-VENDA     TO VDA-NUMERO.
           MOVE WS-DATA-ATUAL       TO VDA-DATA.
           MOVE WS-VENDA-MATRICULA  TO VDA-MATRICULA.
           MOVE PRD-CODIGO          TO VDA-PRODUTO.
           MOVE WS-VENDA-QUANTIDADE TO VDA-QUANTIDADE.
           MOVE PRD-PRECO           TO VDA-PRECO.
           MOVE WS-VENDA-VALOR      TO VDA-VALOR.
           MOVE WS-VENDA-FORMA      TO VDA-FORMA.
           MOVE COB-COMPETENCIA     TO VDA-COMPETENCIA.
           MOVE COB-TURMA           TO VDA-TURMA-COB.
           MOVE WS-NUMERO-RECIBO    TO VDA-RECIBO.
           MOVE WS-VENDA-ORIGEM     TO VDA-ORIGEM.
           MOVE AOP-ID              TO VDA-OPERADOR.

           WRITE REG-VENDA.
           MOVE "GRAVACAO DE REG-VENDA" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

      *> ----------------------------------------------------------------
      *> VENDER-FAIXAS-EXAME walks the rank-history lines CADEXAM
      *> recorded on one exam date and, for every student promoted,
      *> offers the belt item of the faixa just earned. The desk
      *> answers per student; a faixa with no belt on the product
      *> master is only reported.
      *> ----------------------------------------------------------------
       VENDER-FAIXAS-EXAME.

           IF NAO-TEM-FAIXAS
               DISPLAY "CADFXA.DAT NAO ENCONTRADO - NENHUM EXAME "
                   "REGISTRADO"
           ELSE
               DISPLAY "DATA DO EXAME (AAAAMMDD): "
               ACCEPT WS-DATA-EXAME-X
               IF WS-DATA-EXAME-X IS NUMERIC
                   MOVE ZEROS TO WS-PROMOVIDOS
                   MOVE ZEROS TO WS-VENDAS
                   MOVE LOW-VALUES TO FXA-CHAVE
                   START CADFXA KEY IS NOT LESS THAN FXA-CHAVE
                   IF WS-STATUS = 00
                       SET NAO-FIM-EXAME TO TRUE
                       PERFORM LER-PROXIMA-PROMOCAO UNTIL FIM-EXAME
                   END-IF
                   MOVE ZEROS TO WS-STATUS
                   DISPLAY "PROMOVIDOS NO EXAME: " WS-PROMOVIDOS
                       " FAIXAS VENDIDAS: " WS-VENDAS
               ELSE
                   DISPLAY "DATA INVALIDA"
               END-IF
           END-IF.

       LER-PROXIMA-PROMOCAO.

           READ CADFXA NEXT RECORD.
           IF WS-STATUS NOT = 00
               SET FIM-EXAME TO TRUE
           ELSE
               IF FXA-DATA-EXAME = WS-DATA-EXAME-NUM
                   ADD 1 TO WS-PROMOVIDOS
                   PERFORM OFERECER-FAIXA
               END-IF
           END-IF.

       OFERECER-FAIXA.

           MOVE FXA-FAIXA TO WS-FAIXA-PROCURADA.
           PERFORM LOCALIZAR-PRODUTO-FAIXA.

           MOVE FXA-MATRICULA TO KEY-ALU.
           READ CADALU KEY IS KEY-ALU.
           IF WS-STATUS NOT = 00
               MOVE "(NAO ENCONTRADO)" TO NOME-ALU
           END-IF.
           MOVE ZEROS TO WS-STATUS.

           DISPLAY "MATRICULA " FXA-MATRICULA " " NOME-ALU.
           IF WS-PRODUTO-FAIXA = SPACES
               DISPLAY "  FAIXA " WS-FAIXA-PROCURADA
                   " SEM PRODUTO CADASTRADO - NADA A OFERECER"
           ELSE
               MOVE PRD-PRECO TO WS-VALOR-EDITADO
               DISPLAY "  FAIXA " WS-FAIXA-PROCURADA " - PRODUTO "
                   WS-PRODUTO-FAIXA " " WS-VALOR-EDITADO
                   " ESTOQUE " PRD-ESTOQUE
               DISPLAY "  VENDER (S/N): "
               ACCEPT WS-RESPOSTA
               IF WS-RESPOSTA = "S" OR WS-RESPOSTA = "s"
                   MOVE FXA-MATRICULA TO WS-VENDA-MATRICULA
                   MOVE WS-PRODUTO-FAIXA TO WS-VENDA-PRODUTO
                   MOVE 1 TO WS-VENDA-QUANTIDADE
                   PERFORM SOLICITAR-FORMA-PAGAMENTO
                   MOVE "E" TO WS-VENDA-ORIGEM
                   PERFORM REGISTRAR-VENDA
                   IF VENDA-VALIDA
                       ADD 1 TO WS-VENDAS
                   END-IF
               END-IF
           END-IF.

      *> ----------------------------------------------------------------
      *> LOCALIZAR-PRODUTO-FAIXA browses the product master for the
      *> active belt item of WS-FAIXA-PROCURADA, leaving its code in
      *> WS-PRODUTO-FAIXA (spaces when there is none).
      *> ----------------------------------------------------------------
       LOCALIZAR-PRODUTO-FAIXA.

           MOVE SPACES TO WS-PRODUTO-FAIXA.
           MOVE SPACES TO PRD-CODIGO.
           START CADPRD KEY IS NOT LESS THAN PRD-CODIGO.
           IF WS-STATUS = 00
               SET NAO-FIM-PRODUTOS TO TRUE
               PERFORM PROCURAR-PRODUTO-FAIXA UNTIL FIM-PRODUTOS
           END-IF.
           MOVE ZEROS TO WS-STATUS.

       PROCURAR-PRODUTO-FAIXA.

           READ CADPRD NEXT RECORD.
           IF WS-STATUS NOT = 00
               SET FIM-PRODUTOS TO TRUE
           ELSE
               IF PRD-FAIXA-TIPO AND PRD-ATIVO
                   AND PRD-FAIXA = WS-FAIXA-PROCURADA
                   MOVE PRD-CODIGO TO WS-PRODUTO-FAIXA
                   SET FIM-PRODUTOS TO TRUE
               END-IF
           END-IF.

      *> ----------------------------------------------------------------
      *> OBTER-PROXIMA-VENDA mirrors CADPAG's OBTER-PROXIMO-RECIBO on
      *> the "ULTVDA" control record, created with the first sale.
      *> ----------------------------------------------------------------
       OBTER-PROXIMA-VENDA.

           PERFORM ABRIR-CADCTL.

           MOVE "ULTVDA" TO CTL-CHAVE.
           PERFORM LER-CONTROLE-COM-ESPERA.
           IF WS-STATUS = 51
               DISPLAY "CONTROLE DE VENDA AINDA EM USO - TENTE "
                   "NOVAMENTE"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-STATUS = 23
               MOVE "ULTVDA" TO CTL-CHAVE
               MOVE ZEROS TO CTL-ULTIMA-MATRICULA
               WRITE REG-CONTROLE
               MOVE "GRAVACAO DE REG-CONTROLE (ULTVDA INICIAL)" TO
                   WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           ELSE
               MOVE "LEITURA DE REG-CONTROLE (ULTVDA)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

           ADD 1 TO CTL-ULTIMA-MATRICULA.
           MOVE CTL-ULTIMA-MATRICULA TO WS-NUMERO-VENDA.

           REWRITE REG-CONTROLE.
           MOVE "REGRAVACAO DE REG-CONTROLE (ULTVDA)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           CLOSE CADCTL.
           MOVE "FECHAMENTO DE CADCTL" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

       ABRIR-CADCTL.

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

      *> ----------------------------------------------------------------
      *> EMITIR-RECIBO prints and registers the receipt of a sale paid
      *> on the spot, numbered off the shared "ULTRCB" sequence the
      *> way CADPAG's receipts are.
      *> ----------------------------------------------------------------
       EMITIR-RECIBO.

           PERFORM OBTER-PROXIMO-RECIBO.
           PERFORM GRAVAR-REGISTRO-RECIBO.
           PERFORM IMPRIMIR-RECIBO.

       OBTER-PROXIMO-RECIBO.

           PERFORM ABRIR-CADCTL.

           MOVE "ULTRCB" TO CTL-CHAVE.
           PERFORM LER-CONTROLE-COM-ESPERA.
           IF WS-STATUS = 51
               DISPLAY "CONTROLE DE RECIBO AINDA EM USO - TENTE "
                   "NOVAMENTE"
               MOVE 16 TO RETURN-CODE
               GOBACK
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

       GRAVAR-REGISTRO-RECIBO.

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

           MOVE WS-NUMERO-RECIBO   TO RCB-NUMERO.
           MOVE COB-MATRICULA      TO RCB-MATRICULA.
           MOVE COB-COMPETENCIA    TO RCB-COMPETENCIA.
           MOVE COB-TURMA          TO RCB-TURMA.
           MOVE NOME-ALU           TO RCB-NOME.
           MOVE WS-VENDA-VALOR     TO RCB-VALOR.
           MOVE COB-DATA-PAGAMENTO TO RCB-DATA.
           MOVE AOP-ID             TO RCB-OPERADOR.
           SET RCB-EMITIDO TO TRUE.
           MOVE SPACES TO RCB-MOTIVO-CANCEL.

           WRITE REG-RECIBO.
           MOVE "GRAVACAO DE REG-RECIBO" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           CLOSE CADRCB.
           MOVE "FECHAMENTO DE CADRCB" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

      *> ----------------------------------------------------------------
      *> IMPRIMIR-RECIBO appends the receipt to CADREC.RPT in CADPAG's
      *> layout, with one more line naming what was bought.
      *> ----------------------------------------------------------------
       IMPRIMIR-RECIBO.

           OPEN EXTEND RELREC.
           IF WS-STATUS = 35
               OPEN OUTPUT RELREC
               MOVE "ABERTURA DE RELREC (OUTPUT INICIAL)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           ELSE
               MOVE "ABERTURA DE RELREC (EXTEND)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

           MOVE WS-NUMERO-RECIBO    TO LRN-NUMERO.
           MOVE COB-DATA-PAGAMENTO  TO LRN-DATA.
           MOVE NOME-ALU            TO LRM-NOME.
           MOVE COB-MATRICULA       TO LRR-MATRICULA.
           MOVE COB-COMPETENCIA     TO LRR-COMPETENCIA.
           MOVE COB-TURMA           TO LRR-TURMA.
           MOVE WS-VENDA-QUANTIDADE TO LRP-QUANTIDADE.
           MOVE PRD-DESCRICAO       TO LRP-DESCRICAO.
           MOVE WS-VENDA-VALOR      TO LRV-VALOR.
           MOVE AOP-ID              TO LRV-OPERADOR.

           WRITE LINHA-RECIBO FROM LINHA-RECIBO-TRACO.
           MOVE "GRAVACAO DE RECIBO (TRACO)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.
           WRITE LINHA-RECIBO FROM LINHA-RECIBO-NUMERO.
           MOVE "GRAVACAO DE RECIBO (NUMERO)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.
           WRITE LINHA-RECIBO FROM LINHA-RECIBO-NOME.
           MOVE "GRAVACAO DE RECIBO (NOME)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.
           WRITE LINHA-RECIBO FROM LINHA-RECIBO-REFERENCIA.
           MOVE "GRAVACAO DE RECIBO (REFERENCIA)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.
           WRITE LINHA-RECIBO FROM LINHA-RECIBO-PRODUTO.
           MOVE "GRAVACAO DE RECIBO (PRODUTO)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.
           WRITE LINHA-RECIBO FROM LINHA-RECIBO-VALOR.
           MOVE "GRAVACAO DE RECIBO (VALOR)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.
           WRITE LINHA-RECIBO FROM LINHA-RECIBO-TRACO.
           MOVE "GRAVACAO DE RECIBO (TRACO FINAL)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           CLOSE RELREC.
           MOVE "FECHAMENTO DE RELREC" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

      *> ----------------------------------------------------------------
      *> LER-SALDO-CREDITO fetches the student's credit on hand for the
      *> ledger line - a sale never moves it.
      *> ----------------------------------------------------------------
       LER-SALDO-CREDITO.

           MOVE ZEROS TO WS-SALDO-CREDITO.
           OPEN INPUT CADCRE.
           IF WS-STATUS = 35
               MOVE ZEROS TO WS-STATUS
           ELSE
               MOVE "ABERTURA DE CADCRE (INPUT)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               MOVE COB-MATRICULA TO CRE-MATRICULA
               READ CADCRE KEY IS CRE-MATRICULA
               IF WS-STATUS = 00
                   MOVE CRE-SALDO TO WS-SALDO-CREDITO
               END-IF
               CLOSE CADCRE
               MOVE "FECHAMENTO DE CADCRE" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

      *> ----------------------------------------------------------------
      *> GRAVAR-LANCAMENTO appends the "P" ledger line of a sale paid
      *> on the spot, so the day's cash closing counts it with the
      *> operator who took the money.
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
           MOVE "P"              TO LCT-TIPO.
           MOVE COB-COMPETENCIA  TO LCT-COMPETENCIA.
           MOVE COB-TURMA        TO LCT-TURMA.
           MOVE WS-VENDA-VALOR   TO LCT-VALOR.
           MOVE ZEROS            TO LCT-SALDO-COBRANCA.
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
      *> LER-PRODUTO-COM-ESPERA reads the item for update, waiting
      *> politely - up to CONST-MAX-ESPERAS tries, one second apart -
      *> when a sale at another desk holds the record (status 51).
      *> ----------------------------------------------------------------
       LER-PRODUTO-COM-ESPERA.

           MOVE ZEROS TO WS-TENTATIVAS.
           PERFORM LER-PRODUTO-UMA-VEZ WITH TEST AFTER
               UNTIL WS-STATUS NOT = 51
               OR WS-TENTATIVAS > CONST-MAX-ESPERAS.
           IF WS-STATUS = 51
               DISPLAY "PRODUTO AINDA EM USO - TENTE NOVAMENTE "
                   "MAIS TARDE"
           END-IF.

       LER-PRODUTO-UMA-VEZ.

           READ CADPRD KEY IS PRD-CODIGO.
           IF WS-STATUS = 51
               ADD 1 TO WS-TENTATIVAS
               DISPLAY "REGISTRO EM USO POR OUTRO OPERADOR - "
                   "AGUARDANDO"
               CALL "C$SLEEP" USING CONST-SEGUNDOS-ESPERA
           END-IF.

       VERIFICAR-STATUS.

           IF WS-STATUS NOT = 00 AND WS-STATUS NOT = 02
               DISPLAY "ERRO DE E/S EM " WS-OPERACAO
               DISPLAY "FILE STATUS: " WS-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       END PROGRAM CADVEND.
