      *> ----------------------------------------------------------------
      *> CADRPT14 is the student financial statement (extrato). When a
      *> family disputes a balance the desk used to piece the story
      *> together from CADRPT04, the CADRPT07 closings and the receipt
      *> file by hand; this prints, per student, every movement that
      *> touched the student's account in date order with a running
      *> balance:
      *>   - each CADCOB charge with its competence and turma, and a
      *>     second line with the discount granted, the multa and juros
      *>     accrued by CADMORA and the due date; installment charges
      *>     of a CADPARC agreement are shown as PARCELA ACORDO, a
      *>     CADEINS entry fee as INSCRICAO EVENTO and a CADVEND sale
      *>     as VENDA;
      *>   - each CADRCB receipt issued at the desk, by number, and the
      *>     voided ones for information (they no longer move money);
      *>   - each bank payment CADRET booked on the CADLCT.DAT ledger,
      *>     and the credit CADBILL drew down against a new charge;
      *>   - each CADAJUS cancellation, with the date and motive taken
      *>     from its CADAUD.LOG entry, and each original charge a
      *>     CADPARC agreement superseded, dated by the agreement.
      *> The balance runs debit-positive: a trailing D means the family
      *> owes the academy, a trailing C that it holds credit.
      *>
      *> The movements are gathered from the five files by the SORT's
      *> input procedure and come back out in matricula/date order to
      *> the output procedure, the same one-pass SORT exemplo05_arquivos
      *> uses for its extract.
      *>
      *> Selection comes off the command line, positionally:
      *>   word 1 - MATRICULA or RESPONSAVEL
      *>   word 2 - the matricula, or the guardian's CPF (11 digits) to
      *>            print every student whose CPF-RESP-ALU carries it,
      *>            followed by a family total
      *>   word 3 - first date to list (AAAAMMDD), or 0; movements
      *>            before it are folded into a SALDO ANTERIOR line
      *>   word 4 - last date to list (AAAAMMDD), or 0
      *> The statement goes to CADEXT.RPT, one page per student.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADRPT14.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

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
               FILE STATUS      IS WS-STATUS.

           SELECT CADRCB ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS RCB-NUMERO
               FILE STATUS      IS WS-STATUS.

           SELECT CADACD ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS ACD-NUMERO
               FILE STATUS      IS WS-STATUS.

           SELECT CADDSC ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS DSC-MATRICULA
               FILE STATUS      IS WS-STATUS.

           SELECT CADRSP ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS RSP-CPF
               FILE STATUS      IS WS-STATUS.

           SELECT CADLCT ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS.

           SELECT CADAUD ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS.

           SELECT RELEXT ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS.

           SELECT SORT-EXT ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.

       FD  CADALU
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADALU.DAT".
           COPY CADREG.

       FD  CADCOB
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADCOB.DAT".
           COPY CADCOBR.

       FD  CADRCB
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADRCB.DAT".
           COPY CADRCBR.

       FD  CADACD
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADACD.DAT".
           COPY CADACDR.

       FD  CADDSC
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADDSC.DAT".
           COPY CADDSCR.

       FD  CADRSP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADRSP.DAT".
           COPY CADRSPR.

       FD  CADLCT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADLCT.DAT".
           COPY CADLCTR.

       FD  CADAUD
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADAUD.LOG".
           COPY CADAUD.

       FD  RELEXT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADEXT.RPT".
       01  LINHA-RELATORIO PIC X(80).

      *> One movement of the statement. SRT-ORDEM keeps a day's
      *> movements in a sensible order - the charge before the payment
      *> that settles it - and the order-0 record released for every
      *> selected student makes sure a student with no movement at all
      *> still gets a page.
       SD  SORT-EXT.
       01  SRT-EVENTO.
           03 SRT-MATRICULA    PIC 9(05).
           03 SRT-DATA         PIC 9(08).
           03 SRT-ORDEM        PIC 9(01).
              88 SRT-ABERTURA-ALUNO VALUE 0.
           03 SRT-COMPETENCIA  PIC 9(06).
           03 SRT-TURMA        PIC X(06).
           03 SRT-HISTORICO    PIC X(20).
           03 SRT-DEBITO       PIC 9(06)V99.
           03 SRT-CREDITO      PIC 9(06)V99.
           03 SRT-COMPLEMENTO  PIC X(01).
              88 SRT-SEM-COMPLEMENTO      VALUE " ".
              88 SRT-COMPLEMENTO-COBRANCA VALUE "C".
              88 SRT-COMPLEMENTO-TEXTO    VALUE "T".
           03 SRT-DESCONTO     PIC 9(05)V99.
           03 SRT-MULTA        PIC 9(05)V99.
           03 SRT-JUROS        PIC 9(05)V99.
           03 SRT-VENCIMENTO   PIC 9(08).
           03 SRT-TEXTO        PIC X(60).

       WORKING-STORAGE SECTION.

       01  WS-STATUS PIC 9(02) VALUE ZEROS.
       01  WS-OPERACAO PIC X(40).

       01  WS-COMANDO-COMPLETO PIC X(60).
       01  WS-MODO PIC X(11).
           88 MODO-MATRICULA   VALUE "MATRICULA".
           88 MODO-RESPONSAVEL VALUE "RESPONSAVEL".
       01  WS-CHAVE-X PIC X(11).
       01  WS-FILTRO-MATRICULA PIC 9(05) VALUE ZEROS.
       01  WS-FILTRO-CPF       PIC 9(11) VALUE ZEROS.
       01  WS-FILTRO-DATA-INI-X PIC X(08).
       01  WS-FILTRO-DATA-INI   PIC 9(08) VALUE ZEROS.
       01  WS-FILTRO-DATA-FIM-X PIC X(08).
       01  WS-FILTRO-DATA-FIM   PIC 9(08) VALUE ZEROS.

      *> Optional files - a school that never issued a receipt, struck
      *> an agreement or ran CADRET simply has no such file yet.
       01  WS-TEM-COBRANCAS PIC X(01).
           88 TEM-COBRANCAS VALUE "S".
           88 SEM-COBRANCAS VALUE "N".
       01  WS-TEM-RECIBOS PIC X(01).
           88 TEM-RECIBOS VALUE "S".
           88 SEM-RECIBOS VALUE "N".
       01  WS-TEM-ACORDOS PIC X(01).
           88 TEM-ACORDOS VALUE "S".
           88 SEM-ACORDOS VALUE "N".
       01  WS-TEM-DESCONTOS PIC X(01).
           88 TEM-DESCONTOS VALUE "S".
           88 SEM-DESCONTOS VALUE "N".
       01  WS-TEM-RESPONSAVEIS PIC X(01).
           88 TEM-RESPONSAVEIS VALUE "S".
           88 SEM-RESPONSAVEIS VALUE "N".
       01  WS-TEM-LANCAMENTOS PIC X(01).
           88 TEM-LANCAMENTOS VALUE "S".
           88 SEM-LANCAMENTOS VALUE "N".
       01  WS-TEM-AUDITORIA PIC X(01).
           88 TEM-AUDITORIA VALUE "S".
           88 SEM-AUDITORIA VALUE "N".

       01  WS-FIM-ARQUIVO PIC X(01).
           88 FIM-ARQUIVO     VALUE "S".
           88 NAO-FIM-ARQUIVO VALUE "N".
       01  WS-FIM-RETORNO PIC X(01).
           88 FIM-RETORNO     VALUE "S".
           88 NAO-FIM-RETORNO VALUE "N".

      *> The students on the statement - one in MATRICULA mode, every
      *> child of the guardian in RESPONSAVEL mode.
       77  CONST-MAX-ALUNOS PIC 9(02) VALUE 20.
       01  WS-TOTAL-ALUNOS PIC 9(02) VALUE ZEROS.
       01  TABELA-ALUNOS.
           03 ALUNO-OCORRENCIA OCCURS 20 TIMES.
              05 TBA-MATRICULA PIC 9(05).

       01  WS-INDICE PIC 9(03).
       01  WS-ENCONTROU-ALUNO PIC X(01).
           88 ENCONTROU-ALUNO     VALUE "S".
           88 NAO-ENCONTROU-ALUNO VALUE "N".
       01  WS-MATRICULA-BUSCA PIC 9(05).

      *> Cancellations found on CADAUD.LOG for the selected students,
      *> so each cancelled charge can be dated and its motive shown.
      *> A later entry for the same charge overwrites the earlier one -
      *> a charge reopened and cancelled again shows the last cancel.
       77  CONST-MAX-CANCELAMENTOS PIC 9(03) VALUE 200.
       01  WS-TOTAL-CANCELAMENTOS PIC 9(03) VALUE ZEROS.
       01  TABELA-CANCELAMENTOS.
           03 CANCELAMENTO-OCORRENCIA OCCURS 200 TIMES.
              05 TBC-MATRICULA   PIC 9(05).
              05 TBC-COMPETENCIA PIC 9(06).
              05 TBC-TURMA       PIC X(06).
              05 TBC-DATA        PIC 9(08).
              05 TBC-MOTIVO      PIC X(02).
              05 TBC-OPERADOR    PIC X(08).
       01  WS-INDICE-CANC PIC 9(03).
       01  WS-ENCONTROU-CANC PIC X(01).
           88 ENCONTROU-CANC     VALUE "S".
           88 NAO-ENCONTROU-CANC VALUE "N".

      *> The description CADAJUS writes into AUD-NOME-DEPOIS when it
      *> cancels or reopens a charge.
       01  WS-DESCRICAO-AJUSTE.
           03 FILLER              PIC X(05).
           03 WS-DSA-COMPETENCIA  PIC 9(06).
           03 FILLER              PIC X(07).
           03 WS-DSA-TURMA        PIC X(06).
           03 FILLER              PIC X(08).
           03 WS-DSA-MOTIVO       PIC X(02).
           03 FILLER              PIC X(11).

       01  WS-TOTAL-COBRANCA PIC 9(06)V99.
       01  WS-VALOR-EDITADO  PIC ZZZ.ZZ9,99.

      *> Balances run signed - a negative balance is credit in the
      *> family's favour and prints with a trailing C.
       01  WS-SALDO-ALUNO      PIC S9(07)V99 VALUE ZEROS.
       01  WS-SALDO-FAMILIA    PIC S9(07)V99 VALUE ZEROS.
       01  WS-SALDO-IMPRESSAO  PIC S9(07)V99 VALUE ZEROS.
       01  WS-SALDO-EDITADO    PIC ZZZ.ZZ9,99.
       01  WS-SALDO-DC         PIC X(01).
       01  WS-DEBITOS-ALUNO    PIC 9(07)V99 VALUE ZEROS.
       01  WS-CREDITOS-ALUNO   PIC 9(07)V99 VALUE ZEROS.
       01  WS-DEBITOS-FAMILIA  PIC 9(07)V99 VALUE ZEROS.
       01  WS-CREDITOS-FAMILIA PIC 9(07)V99 VALUE ZEROS.
       01  WS-MATRICULA-CORRENTE PIC 9(05) VALUE ZEROS.
       01  WS-SALDO-ANTERIOR-PENDENTE PIC X(01).
           88 SALDO-ANTERIOR-PENDENTE VALUE "S".
           88 SALDO-ANTERIOR-IMPRESSO VALUE "N".
       01  WS-MOVIMENTOS-LIBERADOS PIC 9(05) VALUE ZEROS.

       77  CONST-MAX-LINHAS-PAGINA PIC 9(02) VALUE 20.
       01  WS-NUMERO-PAGINA PIC 9(04) VALUE ZEROS.
       01  WS-LINHAS-PAGINA PIC 9(02) VALUE ZEROS.

       01  WS-DATA-ATUAL PIC 9(08).
       01  WS-DATA-ATUAL-R REDEFINES WS-DATA-ATUAL.
           03 WS-ANO-ATUAL PIC 9(04).
           03 WS-MES-ATUAL PIC 9(02).
           03 WS-DIA-ATUAL PIC 9(02).

       01  WS-DATA-MOVIMENTO PIC 9(08).
       01  WS-DATA-MOVIMENTO-R REDEFINES WS-DATA-MOVIMENTO.
           03 WS-ANO-MOVIMENTO PIC 9(04).
           03 WS-MES-MOVIMENTO PIC 9(02).
           03 WS-DIA-MOVIMENTO PIC 9(02).

       01  LINHA-CABECALHO-1.
           03 FILLER          PIC X(28) VALUE
               "EXTRATO FINANCEIRO DO ALUNO".
           03 FILLER          PIC X(08) VALUE "  DATA: ".
           03 LC-DIA          PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LC-MES          PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LC-ANO          PIC 9(04).
           03 FILLER          PIC X(09) VALUE "  PAGINA ".
           03 LC-PAGINA       PIC ZZZ9.
           03 FILLER          PIC X(21) VALUE SPACES.

       01  LINHA-CABECALHO-2.
           03 FILLER          PIC X(13) VALUE "RESPONSAVEL: ".
           03 LC-CPF-RESP     PIC 9(11).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LC-NOME-RESP    PIC X(45).
           03 FILLER          PIC X(10) VALUE SPACES.

       01  LINHA-CABECALHO-3.
           03 FILLER          PIC X(09) VALUE "PERIODO: ".
           03 LC-FILTRO-INI   PIC X(08).
           03 FILLER          PIC X(03) VALUE " A ".
           03 LC-FILTRO-FIM   PIC X(08).
           03 FILLER          PIC X(52) VALUE SPACES.

       01  LINHA-ALUNO.
           03 FILLER          PIC X(07) VALUE "ALUNO: ".
           03 LA-MATRICULA    PIC 9(05).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LA-NOME         PIC X(45).
           03 FILLER          PIC X(07) VALUE " TURMA ".
           03 LA-TURMA        PIC X(15).

       01  LINHA-DESCONTO.
           03 FILLER          PIC X(17) VALUE "  DESCONTO ATIVO ".
           03 LDS-TIPO        PIC X(10).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LDS-VALOR       PIC ZZ.ZZ9,99.
           03 FILLER          PIC X(04) VALUE " DE ".
           03 LDS-INICIO      PIC 9(06).
           03 FILLER          PIC X(03) VALUE " A ".
           03 LDS-FIM         PIC 9(06).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LDS-MOTIVO      PIC X(20).
           03 FILLER          PIC X(03) VALUE SPACES.

       01  LINHA-COLUNAS.
           03 FILLER          PIC X(11) VALUE "DATA".
           03 FILLER          PIC X(21) VALUE "HISTORICO".
           03 FILLER          PIC X(07) VALUE "COMP".
           03 FILLER          PIC X(11) VALUE "TURMA".
           03 FILLER          PIC X(06) VALUE "DEBITO".
           03 FILLER          PIC X(04) VALUE SPACES.
           03 FILLER          PIC X(07) VALUE "CREDITO".
           03 FILLER          PIC X(06) VALUE SPACES.
           03 FILLER          PIC X(07) VALUE "SALDO".

       01  LINHA-DETALHE.
           03 LD-DIA          PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LD-MES          PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LD-ANO          PIC 9(04).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LD-HISTORICO    PIC X(20).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LD-COMPETENCIA  PIC X(06).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LD-TURMA        PIC X(06).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LD-DEBITO       PIC ZZZ.ZZ9,99 BLANK WHEN ZERO.
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LD-CREDITO      PIC ZZZ.ZZ9,99 BLANK WHEN ZERO.
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LD-SALDO        PIC X(10).
           03 LD-SALDO-DC     PIC X(01).
           03 FILLER          PIC X(01) VALUE SPACE.

       01  LINHA-COMPLEMENTO-COBRANCA.
           03 FILLER          PIC X(11) VALUE SPACES.
           03 FILLER          PIC X(05) VALUE "DESC ".
           03 LCC-DESCONTO    PIC ZZ.ZZ9,99.
           03 FILLER          PIC X(08) VALUE "  MULTA ".
           03 LCC-MULTA       PIC ZZ.ZZ9,99.
           03 FILLER          PIC X(08) VALUE "  JUROS ".
           03 LCC-JUROS       PIC ZZ.ZZ9,99.
           03 FILLER          PIC X(07) VALUE "  VENC ".
           03 LCC-DIA         PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LCC-MES         PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LCC-ANO         PIC 9(04).
           03 FILLER          PIC X(04) VALUE SPACES.

       01  LINHA-COMPLEMENTO-TEXTO.
           03 FILLER          PIC X(11) VALUE SPACES.
           03 LCX-TEXTO       PIC X(60).
           03 FILLER          PIC X(09) VALUE SPACES.

       01  LINHA-TOTAL.
           03 LT-ROTULO       PIC X(17).
           03 FILLER          PIC X(08) VALUE "DEBITOS ".
           03 LT-DEBITOS      PIC Z.ZZZ.ZZ9,99.
           03 FILLER          PIC X(10) VALUE "  CREDITOS".
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LT-CREDITOS     PIC Z.ZZZ.ZZ9,99.
           03 FILLER          PIC X(07) VALUE "  SALDO".
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LT-SALDO        PIC X(10).
           03 LT-SALDO-DC     PIC X(01).
           03 FILLER          PIC X(01) VALUE SPACE.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM LER-PARAMETROS.
           PERFORM ABRIR-ARQUIVOS.
           PERFORM SELECIONAR-ALUNOS.

           IF WS-TOTAL-ALUNOS = ZEROS
               DISPLAY "NENHUM ALUNO ENCONTRADO PARA O EXTRATO"
               PERFORM FECHAR-ARQUIVOS
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF TEM-AUDITORIA
               PERFORM CARREGAR-CANCELAMENTOS
           END-IF.

           PERFORM ORDENAR-MOVIMENTOS.
           PERFORM FECHAR-ARQUIVOS.

           DISPLAY "ALUNOS NO EXTRATO: " WS-TOTAL-ALUNOS.
           DISPLAY "MOVIMENTOS LISTADOS: " WS-MOVIMENTOS-LIBERADOS.

           STOP RUN.

      *> ----------------------------------------------------------------
      *> LER-PARAMETROS reads the mode, the key and the optional date
      *> range off the command line and refuses a run it cannot make
      *> sense of rather than print somebody else's account.
      *> ----------------------------------------------------------------
       LER-PARAMETROS.

           ACCEPT WS-COMANDO-COMPLETO FROM COMMAND-LINE.
           UNSTRING WS-COMANDO-COMPLETO DELIMITED BY SPACE
               INTO WS-MODO WS-CHAVE-X WS-FILTRO-DATA-INI-X
               WS-FILTRO-DATA-FIM-X.

           IF NOT MODO-MATRICULA AND NOT MODO-RESPONSAVEL
               DISPLAY "USO: CADRPT14 MATRICULA nnnnn [ini] [fim]"
               DISPLAY "     CADRPT14 RESPONSAVEL cpf [ini] [fim]"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-CHAVE-X = SPACES
               DISPLAY "MATRICULA OU CPF NAO INFORMADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF MODO-MATRICULA
               MOVE WS-CHAVE-X TO WS-FILTRO-MATRICULA
           ELSE
               MOVE WS-CHAVE-X TO WS-FILTRO-CPF
           END-IF.

           IF WS-FILTRO-DATA-INI-X NOT = SPACES
               MOVE WS-FILTRO-DATA-INI-X TO WS-FILTRO-DATA-INI
           END-IF.
           IF WS-FILTRO-DATA-FIM-X NOT = SPACES
               MOVE WS-FILTRO-DATA-FIM-X TO WS-FILTRO-DATA-FIM
           END-IF.

           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.

      *> ----------------------------------------------------------------
      *> ABRIR-ARQUIVOS opens the student master (mandatory) and every
      *> financial file that exists; a missing one just contributes no
      *> movements.
      *> ----------------------------------------------------------------
       ABRIR-ARQUIVOS.

           OPEN INPUT CADALU.
           IF WS-STATUS = 35
               DISPLAY "CADALU.DAT NAO ENCONTRADO - NADA A RELATAR"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "ABERTURA DE CADALU (INPUT)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           OPEN INPUT CADCOB.
           IF WS-STATUS = 35
               SET SEM-COBRANCAS TO TRUE
               MOVE ZEROS TO WS-STATUS
           ELSE
               MOVE "ABERTURA DE CADCOB (INPUT)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               SET TEM-COBRANCAS TO TRUE
           END-IF.

           OPEN INPUT CADRCB.
           IF WS-STATUS = 35
               SET SEM-RECIBOS TO TRUE
               MOVE ZEROS TO WS-STATUS
           ELSE
               MOVE "ABERTURA DE CADRCB (INPUT)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               SET TEM-RECIBOS TO TRUE
           END-IF.

           OPEN INPUT CADACD.
           IF WS-STATUS = 35
               SET SEM-ACORDOS TO TRUE
               MOVE ZEROS TO WS-STATUS
           ELSE
               MOVE "ABERTURA DE CADACD (INPUT)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               SET TEM-ACORDOS TO TRUE
           END-IF.

           OPEN INPUT CADDSC.
           IF WS-STATUS = 35
               SET SEM-DESCONTOS TO TRUE
               MOVE ZEROS TO WS-STATUS
           ELSE
               MOVE "ABERTURA DE CADDSC (INPUT)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               SET TEM-DESCONTOS TO TRUE
           END-IF.

           OPEN INPUT CADRSP.
           IF WS-STATUS = 35
               SET SEM-RESPONSAVEIS TO TRUE
               MOVE ZEROS TO WS-STATUS
           ELSE
               MOVE "ABERTURA DE CADRSP (INPUT)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               SET TEM-RESPONSAVEIS TO TRUE
           END-IF.

           OPEN INPUT CADLCT.
           IF WS-STATUS = 35
               SET SEM-LANCAMENTOS TO TRUE
               MOVE ZEROS TO WS-STATUS
           ELSE
               MOVE "ABERTURA DE CADLCT (INPUT)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               SET TEM-LANCAMENTOS TO TRUE
           END-IF.

           OPEN INPUT CADAUD.
           IF WS-STATUS = 35
               SET SEM-AUDITORIA TO TRUE
               MOVE ZEROS TO WS-STATUS
           ELSE
               MOVE "ABERTURA DE CADAUD (INPUT)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               SET TEM-AUDITORIA TO TRUE
           END-IF.

           OPEN OUTPUT RELEXT.
           MOVE "ABERTURA DE RELEXT (OUTPUT)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

      *> ----------------------------------------------------------------
      *> SELECIONAR-ALUNOS fills TABELA-ALUNOS: the one matricula asked
      *> for, or every student whose CPF-RESP-ALU names the guardian -
      *> CADALU has no key on CPF-RESP-ALU, so that means a browse of
      *> the whole master.
      *> ----------------------------------------------------------------
       SELECIONAR-ALUNOS.

           IF MODO-MATRICULA
               MOVE WS-FILTRO-MATRICULA TO KEY-ALU
               READ CADALU KEY IS KEY-ALU
               IF WS-STATUS = 00
                   MOVE 1 TO WS-TOTAL-ALUNOS
                   MOVE KEY-ALU TO TBA-MATRICULA(1)
               ELSE
                   DISPLAY "MATRICULA NAO CADASTRADA: "
                       WS-FILTRO-MATRICULA
               END-IF
               MOVE ZEROS TO WS-STATUS
           ELSE
               MOVE ZEROS TO KEY-ALU
               START CADALU KEY IS NOT LESS THAN KEY-ALU
               IF WS-STATUS = 00
                   SET NAO-FIM-ARQUIVO TO TRUE
                   PERFORM LER-ALUNO-DO-RESPONSAVEL UNTIL FIM-ARQUIVO
               END-IF
               MOVE ZEROS TO WS-STATUS
           END-IF.

       LER-ALUNO-DO-RESPONSAVEL.

           READ CADALU NEXT RECORD.
           IF WS-STATUS NOT = 00
               SET FIM-ARQUIVO TO TRUE
           ELSE
               IF CPF-RESP-ALU = WS-FILTRO-CPF
                   IF WS-TOTAL-ALUNOS < CONST-MAX-ALUNOS
                       ADD 1 TO WS-TOTAL-ALUNOS
                       MOVE KEY-ALU TO TBA-MATRICULA(WS-TOTAL-ALUNOS)
                   ELSE
                       DISPLAY "LIMITE DE ALUNOS NO EXTRATO - "
                           "MATRICULA " KEY-ALU " IGNORADA"
                   END-IF
               END-IF
           END-IF.

      *> ----------------------------------------------------------------
      *> LOCALIZAR-ALUNO-TABELA tells whether WS-MATRICULA-BUSCA is one
      *> of the students on the statement.
      *> ----------------------------------------------------------------
       LOCALIZAR-ALUNO-TABELA.

           SET NAO-ENCONTROU-ALUNO TO TRUE.
           MOVE 1 TO WS-INDICE.
           PERFORM PROCURAR-ALUNO WITH TEST AFTER
               UNTIL WS-INDICE > WS-TOTAL-ALUNOS
               OR ENCONTROU-ALUNO.

       PROCURAR-ALUNO.

           IF TBA-MATRICULA(WS-INDICE) = WS-MATRICULA-BUSCA
               SET ENCONTROU-ALUNO TO TRUE
           ELSE
               ADD 1 TO WS-INDICE
           END-IF.

      *> ----------------------------------------------------------------
      *> CARREGAR-CANCELAMENTOS browses CADAUD.LOG for the CADAJUS
      *> cancellations of the selected students' charges.
      *> ----------------------------------------------------------------
       CARREGAR-CANCELAMENTOS.

           SET NAO-FIM-ARQUIVO TO TRUE.
           PERFORM LER-CANCELAMENTO UNTIL FIM-ARQUIVO.

       LER-CANCELAMENTO.

           READ CADAUD
               AT END
                   SET FIM-ARQUIVO TO TRUE
               NOT AT END
                   IF AUD-CANCELA-COBRANCA
                       MOVE AUD-CHAVE TO WS-MATRICULA-BUSCA
                       PERFORM LOCALIZAR-ALUNO-TABELA
                       IF ENCONTROU-ALUNO
                           PERFORM GUARDAR-CANCELAMENTO
                       END-IF
                   END-IF
           END-READ.

       GUARDAR-CANCELAMENTO.

           MOVE AUD-NOME-DEPOIS TO WS-DESCRICAO-AJUSTE.
           MOVE AUD-CHAVE TO COB-MATRICULA.
           MOVE WS-DSA-COMPETENCIA TO COB-COMPETENCIA.
           MOVE WS-DSA-TURMA TO COB-TURMA.
           PERFORM LOCALIZAR-CANCELAMENTO.

           IF NOT ENCONTROU-CANC
               IF WS-TOTAL-CANCELAMENTOS < CONST-MAX-CANCELAMENTOS
                   ADD 1 TO WS-TOTAL-CANCELAMENTOS
                   MOVE WS-TOTAL-CANCELAMENTOS TO WS-INDICE-CANC
                   MOVE AUD-CHAVE TO TBC-MATRICULA(WS-INDICE-CANC)
                   MOVE WS-DSA-COMPETENCIA TO
                       TBC-COMPETENCIA(WS-INDICE-CANC)
                   MOVE WS-DSA-TURMA TO TBC-TURMA(WS-INDICE-CANC)
                   SET ENCONTROU-CANC TO TRUE
               END-IF
           END-IF.

           IF ENCONTROU-CANC
               MOVE AUD-DATA TO TBC-DATA(WS-INDICE-CANC)
               MOVE WS-DSA-MOTIVO TO TBC-MOTIVO(WS-INDICE-CANC)
               MOVE AUD-OPERADOR TO TBC-OPERADOR(WS-INDICE-CANC)
           END-IF.

      *> ----------------------------------------------------------------
      *> LOCALIZAR-CANCELAMENTO looks up the charge key in COB-CHAVE
      *> among the cancellations read off the audit log.
      *> ----------------------------------------------------------------
       LOCALIZAR-CANCELAMENTO.

           SET NAO-ENCONTROU-CANC TO TRUE.
           IF WS-TOTAL-CANCELAMENTOS > ZERO
               MOVE 1 TO WS-INDICE-CANC
               PERFORM PROCURAR-CANCELAMENTO WITH TEST AFTER
                   UNTIL WS-INDICE-CANC > WS-TOTAL-CANCELAMENTOS
                   OR ENCONTROU-CANC
           END-IF.

       PROCURAR-CANCELAMENTO.

           IF TBC-MATRICULA(WS-INDICE-CANC) = COB-MATRICULA
               AND TBC-COMPETENCIA(WS-INDICE-CANC) = COB-COMPETENCIA
               AND TBC-TURMA(WS-INDICE-CANC) = COB-TURMA
               SET ENCONTROU-CANC TO TRUE
           ELSE
               ADD 1 TO WS-INDICE-CANC
           END-IF.

      *> ----------------------------------------------------------------
      *> ORDENAR-MOVIMENTOS runs the statement through the SORT: the
      *> input procedure gathers every movement of the selected
      *> students, the output procedure prints them in date order.
      *> ----------------------------------------------------------------
       ORDENAR-MOVIMENTOS.

           SORT SORT-EXT
               ON ASCENDING KEY SRT-MATRICULA SRT-DATA SRT-ORDEM
                                SRT-COMPETENCIA SRT-TURMA
               INPUT PROCEDURE IS COLETAR-MOVIMENTOS
               OUTPUT PROCEDURE IS IMPRIMIR-EXTRATO.

           IF SORT-RETURN NOT = 0
               DISPLAY "ERRO NA ORDENACAO DO EXTRATO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       FECHAR-ARQUIVOS.

           CLOSE CADALU.
           MOVE "FECHAMENTO DE CADALU" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           IF TEM-COBRANCAS
               CLOSE CADCOB
               MOVE "FECHAMENTO DE CADCOB" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

           IF TEM-RECIBOS
               CLOSE CADRCB
               MOVE "FECHAMENTO DE CADRCB" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

           IF TEM-ACORDOS
               CLOSE CADACD
               MOVE "FECHAMENTO DE CADACD" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

           IF TEM-DESCONTOS
               CLOSE CADDSC
               MOVE "FECHAMENTO DE CADDSC" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

           IF TEM-RESPONSAVEIS
               CLOSE CADRSP
               MOVE "FECHAMENTO DE CADRSP" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

           IF TEM-LANCAMENTOS
               CLOSE CADLCT
               MOVE "FECHAMENTO DE CADLCT" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

           IF TEM-AUDITORIA
               CLOSE CADAUD
               MOVE "FECHAMENTO DE CADAUD" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

           CLOSE RELEXT.
           MOVE "FECHAMENTO DE RELEXT" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

       VERIFICAR-STATUS.

           IF WS-STATUS NOT = 00 AND WS-STATUS NOT = 02
               DISPLAY "ERRO DE E/S EM " WS-OPERACAO
               DISPLAY "FILE STATUS: " WS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> ----------------------------------------------------------------
      *> COLETAR-MOVIMENTOS is the SORT's input procedure. It RELEASEs
      *> an opening record per student, then every charge, receipt,
      *> bank payment, credit draw-down and agreement of the selected
      *> students dated up to the end of the period; what falls before
      *> the start of the period is still released, so the output
      *> procedure can fold it into the opening balance.
      *> ----------------------------------------------------------------
       COLETAR-MOVIMENTOS SECTION.
       COLETAR-MOVIMENTOS-INICIO.

           MOVE 1 TO WS-INDICE.
           PERFORM LIBERAR-MOVIMENTOS-ALUNO
               UNTIL WS-INDICE > WS-TOTAL-ALUNOS.

           IF TEM-RECIBOS
               MOVE ZEROS TO RCB-NUMERO
               START CADRCB KEY IS NOT LESS THAN RCB-NUMERO
               IF WS-STATUS = 00
                   SET NAO-FIM-ARQUIVO TO TRUE
                   PERFORM LIBERAR-RECIBO UNTIL FIM-ARQUIVO
               END-IF
               MOVE ZEROS TO WS-STATUS
           END-IF.

           IF TEM-LANCAMENTOS
               SET NAO-FIM-ARQUIVO TO TRUE
               PERFORM LIBERAR-LANCAMENTO UNTIL FIM-ARQUIVO
           END-IF.

           IF TEM-ACORDOS
               MOVE ZEROS TO ACD-NUMERO
               START CADACD KEY IS NOT LESS THAN ACD-NUMERO
               IF WS-STATUS = 00
                   SET NAO-FIM-ARQUIVO TO TRUE
                   PERFORM LIBERAR-ACORDO UNTIL FIM-ARQUIVO
               END-IF
               MOVE ZEROS TO WS-STATUS
           END-IF.
           GO TO COLETAR-MOVIMENTOS-FIM.

      *> The opening record, then the student's charges - CADCOB is
      *> keyed matricula first, so they sit together from the START.
       LIBERAR-MOVIMENTOS-ALUNO.

           PERFORM LIMPAR-EVENTO.
           MOVE TBA-MATRICULA(WS-INDICE) TO SRT-MATRICULA.
           MOVE ZEROS TO SRT-DATA.
           MOVE 0 TO SRT-ORDEM.
           RELEASE SRT-EVENTO.

           IF TEM-COBRANCAS
               MOVE TBA-MATRICULA(WS-INDICE) TO COB-MATRICULA
               MOVE ZEROS TO COB-COMPETENCIA
               MOVE SPACES TO COB-TURMA
               START CADCOB KEY IS NOT LESS THAN COB-CHAVE
               IF WS-STATUS = 00
                   SET NAO-FIM-ARQUIVO TO TRUE
                   PERFORM LIBERAR-COBRANCA UNTIL FIM-ARQUIVO
               END-IF
               MOVE ZEROS TO WS-STATUS
           END-IF.

           ADD 1 TO WS-INDICE.

       LIBERAR-COBRANCA.

           READ CADCOB NEXT RECORD.
           IF WS-STATUS NOT = 00
               SET FIM-ARQUIVO TO TRUE
           ELSE
               IF COB-MATRICULA NOT = TBA-MATRICULA(WS-INDICE)
                   SET FIM-ARQUIVO TO TRUE
               ELSE
                   PERFORM LIBERAR-DEBITO-COBRANCA
                   IF COB-CANCELADA OR COB-SUBSTITUIDA
                       PERFORM LIBERAR-BAIXA-COBRANCA
                   END-IF
               END-IF
           END-IF.

      *> The charge itself: its full amount including the mora CADMORA
      *> added, with the detail line of discount, multa, juros and due
      *> date.
       LIBERAR-DEBITO-COBRANCA.

           PERFORM LIMPAR-EVENTO.
           MOVE COB-MATRICULA TO SRT-MATRICULA.
           MOVE COB-DATA-GERACAO TO SRT-DATA.
           MOVE 2 TO SRT-ORDEM.
           MOVE COB-COMPETENCIA TO SRT-COMPETENCIA.
           MOVE COB-TURMA TO SRT-TURMA.
           EVALUATE TRUE
               WHEN COB-TURMA = "ACORDO"
                   STRING "PARCELA ACORDO " COB-ACORDO
                       DELIMITED BY SIZE INTO SRT-HISTORICO
               WHEN COB-TURMA(1:2) = "EV"
                   MOVE "INSCRICAO EVENTO" TO SRT-HISTORICO
               WHEN COB-TURMA(1:2) = "VD"
                   MOVE "VENDA" TO SRT-HISTORICO
               WHEN OTHER
                   MOVE "MENSALIDADE" TO SRT-HISTORICO
           END-EVALUATE.
           COMPUTE SRT-DEBITO = COB-VALOR + COB-MULTA + COB-JUROS.
           SET SRT-COMPLEMENTO-COBRANCA TO TRUE.
           MOVE COB-VALOR-DESCONTO TO SRT-DESCONTO.
           MOVE COB-MULTA TO SRT-MULTA.
           MOVE COB-JUROS TO SRT-JUROS.
           MOVE COB-DATA-VENCIMENTO TO SRT-VENCIMENTO.
           PERFORM LIBERAR-EVENTO.

      *> A cancelled or superseded charge leaves the account: whatever
      *> had not been paid on it comes off the balance, dated by the
      *> CADAJUS cancellation or by the CADPARC agreement.
       LIBERAR-BAIXA-COBRANCA.

           COMPUTE WS-TOTAL-COBRANCA =
               COB-VALOR + COB-MULTA + COB-JUROS.
           IF COB-VALOR-PAGO < WS-TOTAL-COBRANCA
               PERFORM LIMPAR-EVENTO
               MOVE COB-MATRICULA TO SRT-MATRICULA
               MOVE COB-COMPETENCIA TO SRT-COMPETENCIA
               MOVE COB-TURMA TO SRT-TURMA
               COMPUTE SRT-CREDITO =
                   WS-TOTAL-COBRANCA - COB-VALOR-PAGO
               IF COB-CANCELADA
                   PERFORM MONTAR-CANCELAMENTO
               ELSE
                   PERFORM MONTAR-SUBSTITUICAO
               END-IF
               PERFORM LIBERAR-EVENTO
           END-IF.

       MONTAR-CANCELAMENTO.

           MOVE 4 TO SRT-ORDEM.
           MOVE "COBRANCA CANCELADA" TO SRT-HISTORICO.
           PERFORM LOCALIZAR-CANCELAMENTO.
           IF ENCONTROU-CANC
               MOVE TBC-DATA(WS-INDICE-CANC) TO SRT-DATA
               SET SRT-COMPLEMENTO-TEXTO TO TRUE
               STRING "MOTIVO " TBC-MOTIVO(WS-INDICE-CANC)
                   " POR " TBC-OPERADOR(WS-INDICE-CANC)
                   DELIMITED BY SIZE INTO SRT-TEXTO
           ELSE
               MOVE COB-DATA-VENCIMENTO TO SRT-DATA
           END-IF.

       MONTAR-SUBSTITUICAO.

           MOVE 3 TO SRT-ORDEM.
           STRING "SUBST. ACORDO " COB-ACORDO
               DELIMITED BY SIZE INTO SRT-HISTORICO.
           MOVE COB-DATA-VENCIMENTO TO SRT-DATA.
           IF TEM-ACORDOS
               MOVE COB-ACORDO TO ACD-NUMERO
               READ CADACD KEY IS ACD-NUMERO
               IF WS-STATUS = 00
                   MOVE ACD-DATA TO SRT-DATA
               END-IF
               MOVE ZEROS TO WS-STATUS
           END-IF.

      *> Desk receipts: an issued one is money in; a voided one is
      *> listed for information only, since the void already put the
      *> charge back the way it was.
       LIBERAR-RECIBO.

           READ CADRCB NEXT RECORD.
           IF WS-STATUS NOT = 00
               SET FIM-ARQUIVO TO TRUE
           ELSE
               MOVE RCB-MATRICULA TO WS-MATRICULA-BUSCA
               PERFORM LOCALIZAR-ALUNO-TABELA
               IF ENCONTROU-ALUNO
                   PERFORM LIMPAR-EVENTO
                   MOVE RCB-MATRICULA TO SRT-MATRICULA
                   MOVE RCB-DATA TO SRT-DATA
                   MOVE RCB-COMPETENCIA TO SRT-COMPETENCIA
                   MOVE RCB-TURMA TO SRT-TURMA
                   IF RCB-CANCELADO
                       MOVE 6 TO SRT-ORDEM
                       STRING "RECIBO " RCB-NUMERO " ANULADO"
                           DELIMITED BY SIZE INTO SRT-HISTORICO
                       MOVE RCB-VALOR TO WS-VALOR-EDITADO
                       SET SRT-COMPLEMENTO-TEXTO TO TRUE
                       STRING "VALOR " WS-VALOR-EDITADO
                           " MOTIVO " RCB-MOTIVO-CANCEL
                           DELIMITED BY SIZE INTO SRT-TEXTO
                   ELSE
                       MOVE 5 TO SRT-ORDEM
                       STRING "PAGTO RECIBO " RCB-NUMERO
                           DELIMITED BY SIZE INTO SRT-HISTORICO
                       MOVE RCB-VALOR TO SRT-CREDITO
                   END-IF
                   PERFORM LIBERAR-EVENTO
               END-IF
           END-IF.

      *> Ledger lines without a receipt number: the bank payments (and
      *> their excess turned credit) booked by CADRET, and the credit
      *> CADBILL used up on a new charge - the latter moves nothing on
      *> the balance, the credit was already counted when it arose.
      *> Neither does the credit a CADTRF pro-rata released from a
      *> paid charge: the charge's own debit already shows the
      *> reduction.
      *> Desk payments carry their receipt number and are already on
      *> the statement through CADRCB.
       LIBERAR-LANCAMENTO.

           READ CADLCT
               AT END
                   SET FIM-ARQUIVO TO TRUE
               NOT AT END
                   IF LCT-RECIBO = ZEROS
                       MOVE LCT-MATRICULA TO WS-MATRICULA-BUSCA
                       PERFORM LOCALIZAR-ALUNO-TABELA
                       IF ENCONTROU-ALUNO
                           PERFORM MONTAR-LANCAMENTO
                       END-IF
                   END-IF
           END-READ.

       MONTAR-LANCAMENTO.

           PERFORM LIMPAR-EVENTO.
           MOVE LCT-MATRICULA TO SRT-MATRICULA.
           MOVE LCT-DATA TO SRT-DATA.
           MOVE LCT-COMPETENCIA TO SRT-COMPETENCIA.
           MOVE LCT-TURMA TO SRT-TURMA.
           MOVE 5 TO SRT-ORDEM.
           EVALUATE TRUE
               WHEN LCT-PAGAMENTO
                   MOVE "PAGTO BANCO" TO SRT-HISTORICO
                   MOVE LCT-VALOR TO SRT-CREDITO
               WHEN LCT-CREDITO-GERADO
                   MOVE "PAGTO BANCO EXCEDENTE" TO SRT-HISTORICO
                   MOVE LCT-VALOR TO SRT-CREDITO
               WHEN LCT-CREDITO-ESTORNO
                   MOVE 6 TO SRT-ORDEM
                   MOVE "CREDITO POR AJUSTE" TO SRT-HISTORICO
                   MOVE LCT-VALOR TO WS-VALOR-EDITADO
                   SET SRT-COMPLEMENTO-TEXTO TO TRUE
                   STRING "PAGO A MAIOR " WS-VALOR-EDITADO
                       " APOS REDUCAO DA COBRANCA"
                       DELIMITED BY SIZE INTO SRT-TEXTO
               WHEN OTHER
                   MOVE 6 TO SRT-ORDEM
                   MOVE "CREDITO UTILIZADO" TO SRT-HISTORICO
                   MOVE LCT-VALOR TO WS-VALOR-EDITADO
                   SET SRT-COMPLEMENTO-TEXTO TO TRUE
                   STRING "CREDITO DE " WS-VALOR-EDITADO
                       " ABATIDO NA COBRANCA"
                       DELIMITED BY SIZE INTO SRT-TEXTO
           END-EVALUATE.
           PERFORM LIBERAR-EVENTO.

      *> Agreements struck for the student, listed on the day they were
      *> signed with their current standing.
       LIBERAR-ACORDO.

           READ CADACD NEXT RECORD.
           IF WS-STATUS NOT = 00
               SET FIM-ARQUIVO TO TRUE
           ELSE
               MOVE ACD-MATRICULA TO WS-MATRICULA-BUSCA
               PERFORM LOCALIZAR-ALUNO-TABELA
               IF ENCONTROU-ALUNO
                   PERFORM LIMPAR-EVENTO
                   MOVE ACD-MATRICULA TO SRT-MATRICULA
                   MOVE ACD-DATA TO SRT-DATA
                   MOVE 1 TO SRT-ORDEM
                   EVALUATE TRUE
                       WHEN ACD-QUITADO
                           STRING "ACORDO " ACD-NUMERO " QUITADO"
                               DELIMITED BY SIZE INTO SRT-HISTORICO
                       WHEN ACD-ROMPIDO
                           STRING "ACORDO " ACD-NUMERO " ROMPIDO"
                               DELIMITED BY SIZE INTO SRT-HISTORICO
                       WHEN OTHER
                           STRING "ACORDO " ACD-NUMERO " ATIVO"
                               DELIMITED BY SIZE INTO SRT-HISTORICO
                   END-EVALUATE
                   MOVE ACD-VALOR-TOTAL TO WS-VALOR-EDITADO
                   SET SRT-COMPLEMENTO-TEXTO TO TRUE
                   STRING "TOTAL " WS-VALOR-EDITADO " EM "
                       ACD-PARCELAS " PARCELAS"
                       DELIMITED BY SIZE INTO SRT-TEXTO
                   PERFORM LIBERAR-EVENTO
               END-IF
           END-IF.

       LIMPAR-EVENTO.

           MOVE SPACES TO SRT-EVENTO.
           MOVE ZEROS TO SRT-DATA SRT-COMPETENCIA SRT-DEBITO
               SRT-CREDITO SRT-DESCONTO SRT-MULTA SRT-JUROS
               SRT-VENCIMENTO.

      *> Movements after the end of the period never reach the sort.
       LIBERAR-EVENTO.

           IF WS-FILTRO-DATA-FIM = ZEROS
               OR SRT-DATA NOT > WS-FILTRO-DATA-FIM
               RELEASE SRT-EVENTO
               ADD 1 TO WS-MOVIMENTOS-LIBERADOS
           END-IF.

      *> The GO TO above lands here so the section never falls through
      *> its helper paragraphs after the gathering is done.
       COLETAR-MOVIMENTOS-FIM.
           EXIT.

      *> ----------------------------------------------------------------
      *> IMPRIMIR-EXTRATO is the SORT's output procedure: a new page
      *> and student header at every change of matricula, the opening
      *> balance, one line per movement with the running balance and
      *> the student's closing totals; in RESPONSAVEL mode a family
      *> total closes the statement.
      *> ----------------------------------------------------------------
       IMPRIMIR-EXTRATO SECTION.
       IMPRIMIR-EXTRATO-INICIO.

           MOVE ZEROS TO WS-MATRICULA-CORRENTE.
           SET NAO-FIM-RETORNO TO TRUE.
           PERFORM RETORNAR-PROXIMO-MOVIMENTO UNTIL FIM-RETORNO.

           IF WS-MATRICULA-CORRENTE NOT = ZEROS
               PERFORM FECHAR-ALUNO
           END-IF.

           IF MODO-RESPONSAVEL
               PERFORM IMPRIMIR-TOTAL-FAMILIA
           END-IF.
           GO TO IMPRIMIR-EXTRATO-FIM.

       RETORNAR-PROXIMO-MOVIMENTO.

           RETURN SORT-EXT
               AT END
                   SET FIM-RETORNO TO TRUE
               NOT AT END
                   PERFORM TRATAR-MOVIMENTO
           END-RETURN.

       TRATAR-MOVIMENTO.

           IF SRT-MATRICULA NOT = WS-MATRICULA-CORRENTE
               IF WS-MATRICULA-CORRENTE NOT = ZEROS
                   PERFORM FECHAR-ALUNO
               END-IF
               PERFORM ABRIR-ALUNO
           END-IF.

           IF NOT SRT-ABERTURA-ALUNO
               IF WS-FILTRO-DATA-INI > ZEROS
                   AND SRT-DATA < WS-FILTRO-DATA-INI
                   COMPUTE WS-SALDO-ALUNO =
                       WS-SALDO-ALUNO + SRT-DEBITO - SRT-CREDITO
               ELSE
                   IF SALDO-ANTERIOR-PENDENTE
                       PERFORM IMPRIMIR-SALDO-ANTERIOR
                   END-IF
                   PERFORM IMPRIMIR-MOVIMENTO
               END-IF
           END-IF.

       ABRIR-ALUNO.

           MOVE SRT-MATRICULA TO WS-MATRICULA-CORRENTE.
           MOVE ZEROS TO WS-SALDO-ALUNO.
           MOVE ZEROS TO WS-DEBITOS-ALUNO.
           MOVE ZEROS TO WS-CREDITOS-ALUNO.
           IF WS-FILTRO-DATA-INI > ZEROS
               SET SALDO-ANTERIOR-PENDENTE TO TRUE
           ELSE
               SET SALDO-ANTERIOR-IMPRESSO TO TRUE
           END-IF.

           MOVE SRT-MATRICULA TO KEY-ALU.
           READ CADALU KEY IS KEY-ALU.
           IF WS-STATUS NOT = 00
               MOVE "(NAO ENCONTRADO)" TO NOME-ALU
               MOVE SPACES TO TURMA-ALU
           END-IF.
           MOVE ZEROS TO WS-STATUS.

           PERFORM QUEBRAR-PAGINA.

       IMPRIMIR-CABECALHO-ALUNO.

           MOVE WS-MATRICULA-CORRENTE TO LA-MATRICULA.
           MOVE NOME-ALU TO LA-NOME.
           MOVE TURMA-ALU TO LA-TURMA.
           WRITE LINHA-RELATORIO FROM LINHA-ALUNO.
           MOVE "GRAVACAO DE LINHA DE ALUNO" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.
           ADD 1 TO WS-LINHAS-PAGINA.

           IF TEM-DESCONTOS
               MOVE WS-MATRICULA-CORRENTE TO DSC-MATRICULA
               READ CADDSC KEY IS DSC-MATRICULA
               IF WS-STATUS = 00 AND DSC-ATIVO
                   PERFORM IMPRIMIR-DESCONTO
               END-IF
               MOVE ZEROS TO WS-STATUS
           END-IF.

           WRITE LINHA-RELATORIO FROM LINHA-COLUNAS.
           MOVE "GRAVACAO DE CABECALHO DE COLUNAS" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.
           ADD 1 TO WS-LINHAS-PAGINA.

       IMPRIMIR-DESCONTO.

           IF DSC-PERCENTUAL
               MOVE "PERCENTUAL" TO LDS-TIPO
           ELSE
               MOVE "VALOR FIXO" TO LDS-TIPO
           END-IF.
           MOVE DSC-VALOR TO LDS-VALOR.
           MOVE DSC-COMP-INICIO TO LDS-INICIO.
           MOVE DSC-COMP-FIM TO LDS-FIM.
           MOVE DSC-MOTIVO TO LDS-MOTIVO.
           WRITE LINHA-RELATORIO FROM LINHA-DESCONTO.
           MOVE "GRAVACAO DE LINHA DE DESCONTO" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.
           ADD 1 TO WS-LINHAS-PAGINA.

      *> What the student owed (or held in credit) on the eve of the
      *> period, from every movement released before it.
       IMPRIMIR-SALDO-ANTERIOR.

           SET SALDO-ANTERIOR-IMPRESSO TO TRUE.
           PERFORM VERIFICAR-QUEBRA-PAGINA.

           MOVE WS-FILTRO-DATA-INI TO WS-DATA-MOVIMENTO.
           MOVE WS-DIA-MOVIMENTO TO LD-DIA.
           MOVE WS-MES-MOVIMENTO TO LD-MES.
           MOVE WS-ANO-MOVIMENTO TO LD-ANO.
           MOVE "SALDO ANTERIOR" TO LD-HISTORICO.
           MOVE SPACES TO LD-COMPETENCIA.
           MOVE SPACES TO LD-TURMA.
           MOVE ZEROS TO LD-DEBITO.
           MOVE ZEROS TO LD-CREDITO.
           MOVE WS-SALDO-ALUNO TO WS-SALDO-IMPRESSAO.
           PERFORM EDITAR-SALDO.
           MOVE WS-SALDO-EDITADO TO LD-SALDO.
           MOVE WS-SALDO-DC TO LD-SALDO-DC.

           WRITE LINHA-RELATORIO FROM LINHA-DETALHE.
           MOVE "GRAVACAO DE SALDO ANTERIOR" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.
           ADD 1 TO WS-LINHAS-PAGINA.

       IMPRIMIR-MOVIMENTO.

           COMPUTE WS-SALDO-ALUNO =
               WS-SALDO-ALUNO + SRT-DEBITO - SRT-CREDITO.
           ADD SRT-DEBITO TO WS-DEBITOS-ALUNO.
           ADD SRT-CREDITO TO WS-CREDITOS-ALUNO.

           PERFORM VERIFICAR-QUEBRA-PAGINA.

           MOVE SRT-DATA TO WS-DATA-MOVIMENTO.
           MOVE WS-DIA-MOVIMENTO TO LD-DIA.
           MOVE WS-MES-MOVIMENTO TO LD-MES.
           MOVE WS-ANO-MOVIMENTO TO LD-ANO.
           MOVE SRT-HISTORICO TO LD-HISTORICO.
           IF SRT-COMPETENCIA = ZEROS
               MOVE SPACES TO LD-COMPETENCIA
           ELSE
               MOVE SRT-COMPETENCIA TO LD-COMPETENCIA
           END-IF.
           MOVE SRT-TURMA TO LD-TURMA.
           MOVE SRT-DEBITO TO LD-DEBITO.
           MOVE SRT-CREDITO TO LD-CREDITO.
           MOVE WS-SALDO-ALUNO TO WS-SALDO-IMPRESSAO.
           PERFORM EDITAR-SALDO.
           MOVE WS-SALDO-EDITADO TO LD-SALDO.
           MOVE WS-SALDO-DC TO LD-SALDO-DC.

           WRITE LINHA-RELATORIO FROM LINHA-DETALHE.
           MOVE "GRAVACAO DE LINHA DE MOVIMENTO" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.
           ADD 1 TO WS-LINHAS-PAGINA.

           EVALUATE TRUE
               WHEN SRT-COMPLEMENTO-COBRANCA
                   PERFORM IMPRIMIR-COMPLEMENTO-COBRANCA
               WHEN SRT-COMPLEMENTO-TEXTO
                   PERFORM IMPRIMIR-COMPLEMENTO-TEXTO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       IMPRIMIR-COMPLEMENTO-COBRANCA.

           MOVE SRT-DESCONTO TO LCC-DESCONTO.
           MOVE SRT-MULTA TO LCC-MULTA.
           MOVE SRT-JUROS TO LCC-JUROS.
           MOVE SRT-VENCIMENTO TO WS-DATA-MOVIMENTO.
           MOVE WS-DIA-MOVIMENTO TO LCC-DIA.
           MOVE WS-MES-MOVIMENTO TO LCC-MES.
           MOVE WS-ANO-MOVIMENTO TO LCC-ANO.
           WRITE LINHA-RELATORIO FROM LINHA-COMPLEMENTO-COBRANCA.
           MOVE "GRAVACAO DE DETALHE DE COBRANCA" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.
           ADD 1 TO WS-LINHAS-PAGINA.

       IMPRIMIR-COMPLEMENTO-TEXTO.

           MOVE SRT-TEXTO TO LCX-TEXTO.
           WRITE LINHA-RELATORIO FROM LINHA-COMPLEMENTO-TEXTO.
           MOVE "GRAVACAO DE OBSERVACAO" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.
           ADD 1 TO WS-LINHAS-PAGINA.

       FECHAR-ALUNO.

           IF SALDO-ANTERIOR-PENDENTE
               PERFORM IMPRIMIR-SALDO-ANTERIOR
           END-IF.

           PERFORM VERIFICAR-QUEBRA-PAGINA.
           MOVE "TOTAL DO ALUNO   " TO LT-ROTULO.
           MOVE WS-DEBITOS-ALUNO TO LT-DEBITOS.
           MOVE WS-CREDITOS-ALUNO TO LT-CREDITOS.
           MOVE WS-SALDO-ALUNO TO WS-SALDO-IMPRESSAO.
           PERFORM EDITAR-SALDO.
           MOVE WS-SALDO-EDITADO TO LT-SALDO.
           MOVE WS-SALDO-DC TO LT-SALDO-DC.
           WRITE LINHA-RELATORIO FROM LINHA-TOTAL.
           MOVE "GRAVACAO DE TOTAL DO ALUNO" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.
           ADD 1 TO WS-LINHAS-PAGINA.

           ADD WS-DEBITOS-ALUNO TO WS-DEBITOS-FAMILIA.
           ADD WS-CREDITOS-ALUNO TO WS-CREDITOS-FAMILIA.
           ADD WS-SALDO-ALUNO TO WS-SALDO-FAMILIA.

       IMPRIMIR-TOTAL-FAMILIA.

           PERFORM VERIFICAR-QUEBRA-PAGINA.
           MOVE "TOTAL DA FAMILIA " TO LT-ROTULO.
           MOVE WS-DEBITOS-FAMILIA TO LT-DEBITOS.
           MOVE WS-CREDITOS-FAMILIA TO LT-CREDITOS.
           MOVE WS-SALDO-FAMILIA TO WS-SALDO-IMPRESSAO.
           PERFORM EDITAR-SALDO.
           MOVE WS-SALDO-EDITADO TO LT-SALDO.
           MOVE WS-SALDO-DC TO LT-SALDO-DC.
           WRITE LINHA-RELATORIO FROM LINHA-TOTAL.
           MOVE "GRAVACAO DE TOTAL DA FAMILIA" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.
           ADD 1 TO WS-LINHAS-PAGINA.

      *> The balance prints unsigned with D (owed) or C (credit) after
      *> it, the way a bank statement shows it.
       EDITAR-SALDO.

           IF WS-SALDO-IMPRESSAO < ZEROS
               COMPUTE WS-SALDO-EDITADO = ZEROS - WS-SALDO-IMPRESSAO
               MOVE "C" TO WS-SALDO-DC
           ELSE
               MOVE WS-SALDO-IMPRESSAO TO WS-SALDO-EDITADO
               IF WS-SALDO-IMPRESSAO = ZEROS
                   MOVE SPACE TO WS-SALDO-DC
               ELSE
                   MOVE "D" TO WS-SALDO-DC
               END-IF
           END-IF.

       VERIFICAR-QUEBRA-PAGINA.

           IF WS-LINHAS-PAGINA >= CONST-MAX-LINHAS-PAGINA
               PERFORM QUEBRAR-PAGINA
           END-IF.

      *> Every page repeats the run header, the guardian in RESPONSAVEL
      *> mode, the period and the student being printed.
       QUEBRAR-PAGINA.

           ADD 1 TO WS-NUMERO-PAGINA.
           MOVE ZEROS TO WS-LINHAS-PAGINA.

           MOVE WS-DIA-ATUAL     TO LC-DIA.
           MOVE WS-MES-ATUAL     TO LC-MES.
           MOVE WS-ANO-ATUAL     TO LC-ANO.
           MOVE WS-NUMERO-PAGINA TO LC-PAGINA.
           WRITE LINHA-RELATORIO FROM LINHA-CABECALHO-1.
           MOVE "GRAVACAO DE CABECALHO (1)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.
           ADD 1 TO WS-LINHAS-PAGINA.

           IF MODO-RESPONSAVEL
               MOVE WS-FILTRO-CPF TO LC-CPF-RESP
               MOVE "(NAO CADASTRADO)" TO LC-NOME-RESP
               IF TEM-RESPONSAVEIS
                   MOVE WS-FILTRO-CPF TO RSP-CPF
                   READ CADRSP KEY IS RSP-CPF
                   IF WS-STATUS = 00
                       MOVE RSP-NOME TO LC-NOME-RESP
                   END-IF
                   MOVE ZEROS TO WS-STATUS
               END-IF
               WRITE LINHA-RELATORIO FROM LINHA-CABECALHO-2
               MOVE "GRAVACAO DE CABECALHO (2)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               ADD 1 TO WS-LINHAS-PAGINA
           END-IF.

           IF WS-FILTRO-DATA-INI > ZEROS
               MOVE WS-FILTRO-DATA-INI TO LC-FILTRO-INI
           ELSE
               MOVE "INICIO" TO LC-FILTRO-INI
           END-IF.
           IF WS-FILTRO-DATA-FIM > ZEROS
               MOVE WS-FILTRO-DATA-FIM TO LC-FILTRO-FIM
           ELSE
               MOVE "HOJE" TO LC-FILTRO-FIM
           END-IF.
           WRITE LINHA-RELATORIO FROM LINHA-CABECALHO-3.
           MOVE "GRAVACAO DE CABECALHO (3)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.
           ADD 1 TO WS-LINHAS-PAGINA.

           PERFORM IMPRIMIR-CABECALHO-ALUNO.

      *> The GO TO above lands here so the section never falls through
      *> its helper paragraphs and RETURNs past end of file.
       IMPRIMIR-EXTRATO-FIM.
           EXIT.

       END PROGRAM CADRPT14.
