      *> ----------------------------------------------------------------
      *> CADCTBX is the month-end accounting journal for the outside
      *> accountant, who used to re-key the CADRPT07 closings and the
      *> CADRPT04 lists into their own books. It turns the financial
      *> events of one competence into double-entry lines on
      *> CADCTB.TXT, in the fixed layout agreed with the office
      *> ("0" header, "1" journal line, "9" trailer):
      *>   ML  charge raised by CADBILL (the gross turma fee), dated the
      *>       first day of the competence; VP a CADVEND product sale
      *>       (COB-TURMA "VD") and EI a CADEINS event entry fee
      *>       (COB-TURMA "EV") raised in the competence, each booked
      *>       to its own revenue account instead of tuition;
      *>   DS  discount CADBILL granted on it;
      *>   MU  multa and JU juros CADMORA accrued since the last run,
      *>       dated the last day of the competence (see CADJMOR.cpy -
      *>       a penalty that shrank is booked back reversed);
      *>   PC  desk payment (CADPAG) and PB bank payment (CADRET), off
      *>       the CADLCT.DAT ledger; CC / CB the excess kept as the
      *>       student's credit, CU credit CADBILL used up, CT money
      *>       already paid on a charge CADTRF reduced at a turma
      *>       transfer, released from the receivable to the student's
      *>       credit;
      *>   CA  charge cancelled at CADAJUS, RA charge reopened there;
      *>   PA  charges substituted by a CADPARC agreement.
      *> Each event code maps to a debit and a credit account through
      *> CADPCT.TXT, a small text table the bookkeeper keeps up to date
      *> with the accountant's chart of accounts (event code in column
      *> 1, debit account in 4, credit account in 17, description in
      *> 30; a "*" in column 1 is a comment line). When the table does
      *> not exist the run writes it with the standard codes and uses
      *> them. The receivable of an agreement installment (COB-TURMA
      *> "ACORDO") is the PA debit account, not the ML one.
      *>
      *> A cancellation or reopening only reaches the books when the
      *> charge belongs to a competence already journaled; a charge
      *> cancelled within its own competence is simply never raised.
      *> The control page (CADCTB.RPT) totals debits and credits per
      *> day, per event and per account for the accountant to tie out;
      *> a day that does not balance is flagged and ends the run with
      *> RC 8. The competence comes off the command line as AAAAMM and
      *> defaults to the current month.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCTBX.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT CADCOB ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS COB-CHAVE
               FILE STATUS      IS WS-STATUS.

           SELECT CADLCT ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS.

           SELECT CADAUD ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS.

           SELECT CADACD ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS ACD-NUMERO
               FILE STATUS      IS WS-STATUS.

           SELECT CADJMO ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS JMO-CHAVE
               FILE STATUS      IS WS-STATUS.

           SELECT CADPCT ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS.

           SELECT ARQCTB ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS.

           SELECT RELCTB ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS.

           SELECT SORT-CTB ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.

       FD  CADCOB
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADCOB.DAT".
           COPY CADCOBR.

       FD  CADLCT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADLCT.DAT".
           COPY CADLCTR.

       FD  CADAUD
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADAUD.LOG".
           COPY CADAUD.

       FD  CADACD
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADACD.DAT".
           COPY CADACDR.

       FD  CADJMO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADJMO.DAT".
           COPY CADJMOR.

       FD  CADPCT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADPCT.TXT".
       01  LINHA-PLANO-CONTAS.
           03 PCT-EVENTO      PIC X(02).
           03 FILLER          PIC X(01).
           03 PCT-DEBITO      PIC X(12).
           03 FILLER          PIC X(01).
           03 PCT-CREDITO     PIC X(12).
           03 FILLER          PIC X(01).
           03 PCT-DESCRICAO   PIC X(30).
           03 FILLER          PIC X(21).

       FD  ARQCTB
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADCTB.TXT".
       01  LINHA-DIARIO PIC X(100).

       FD  RELCTB
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADCTB.RPT".
       01  LINHA-RELATORIO PIC X(80).

      *> One accounting event, both of its sides already resolved.
      *> SRT-ORDEM keeps the events of a day in the order gathered.
       SD  SORT-CTB.
       01  SRT-LANCAMENTO.
           03 SRT-DATA        PIC 9(08).
           03 SRT-ORDEM       PIC 9(07).
           03 SRT-EVENTO      PIC X(02).
           03 SRT-DEBITO      PIC X(12).
           03 SRT-CREDITO     PIC X(12).
           03 SRT-VALOR       PIC 9(07)V99.
           03 SRT-MATRICULA   PIC 9(05).
           03 SRT-COMPETENCIA PIC 9(06).
           03 SRT-TURMA       PIC X(06).
           03 SRT-HISTORICO   PIC X(40).

       WORKING-STORAGE SECTION.

       01  WS-STATUS PIC 9(02) VALUE ZEROS.
       01  WS-OPERACAO PIC X(40).

       01  WS-COMANDO-COMPLETO PIC X(40).
       01  WS-COMPETENCIA-X PIC X(06).
       01  WS-COMPETENCIA   PIC 9(06).
       01  WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
           03 WS-ANO-COMP PIC 9(04).
           03 WS-MES-COMP PIC 9(02).

       01  WS-DATA-ATUAL PIC 9(08).
       01  WS-DATA-ATUAL-R REDEFINES WS-DATA-ATUAL.
           03 WS-ANO-ATUAL PIC 9(04).
           03 WS-MES-ATUAL PIC 9(02).
           03 WS-DIA-ATUAL PIC 9(02).

      *> First and last day of the competence - the dates the
      *> month's charges and its accrued penalty are booked on.
       01  WS-DATA-INICIO PIC 9(08).
       01  WS-DATA-FIM    PIC 9(08).
       01  WS-ULTIMO-DIA  PIC 9(02).
       01  WS-QUOCIENTE   PIC 9(04).
       01  WS-RESTO       PIC 9(02).

       01  WS-FIM-ARQUIVO PIC X(01).
           88 FIM-ARQUIVO     VALUE "S".
           88 NAO-FIM-ARQUIVO VALUE "N".

       01  WS-FIM-RETORNO PIC X(01).
           88 FIM-RETORNO     VALUE "S".
           88 NAO-FIM-RETORNO VALUE "N".

       01  WS-TEM-COBRANCAS PIC X(01).
           88 TEM-COBRANCAS VALUE "S".
           88 SEM-COBRANCAS VALUE "N".

       01  WS-TEM-LANCAMENTOS PIC X(01).
           88 TEM-LANCAMENTOS VALUE "S".
           88 SEM-LANCAMENTOS VALUE "N".

       01  WS-TEM-AUDITORIA PIC X(01).
           88 TEM-AUDITORIA VALUE "S".
           88 SEM-AUDITORIA VALUE "N".

       01  WS-TEM-ACORDOS PIC X(01).
           88 TEM-ACORDOS VALUE "S".
           88 SEM-ACORDOS VALUE "N".

       01  WS-TEM-PLANO PIC X(01).
           88 TEM-PLANO VALUE "S".
           88 SEM-PLANO VALUE "N".

      *> ----------------------------------------------------------------
      *> Chart-of-accounts table, loaded off CADPCT.TXT.
      *> ----------------------------------------------------------------
       77  CONST-MAX-EVENTOS PIC 9(02) VALUE 20.
       01  WS-TOTAL-EVENTOS PIC 9(02) VALUE ZEROS.
       01  TABELA-EVENTOS.
           03 EVENTO-OCORRENCIA OCCURS 20 TIMES.
              05 TBE-EVENTO     PIC X(02).
              05 TBE-DEBITO     PIC X(12).
              05 TBE-CREDITO    PIC X(12).
              05 TBE-DESCRICAO  PIC X(30).
              05 TBE-QUANTIDADE PIC 9(05).
              05 TBE-VALOR      PIC 9(09)V99.
       01  WS-IND-EVENTO PIC 9(02).
       01  WS-EVENTO-ACHADO PIC X(01).
           88 EVENTO-ACHADO     VALUE "S".
           88 EVENTO-NAO-ACHADO VALUE "N".

      *> Every code the run books; the table must carry them all.
       01  WS-EVENTOS-OBRIGATORIOS PIC X(30) VALUE
           "MLDSMUJUPCPBCCCBCUCARAPACTVPEI".
       01  WS-EVENTOS-OBRIGATORIOS-R REDEFINES WS-EVENTOS-OBRIGATORIOS.
           03 WS-EVENTO-OBRIGATORIO PIC X(02) OCCURS 15 TIMES.
       77  CONST-QTD-OBRIGATORIOS PIC 9(02) VALUE 15.
       01  WS-IND-OBRIGATORIO PIC 9(02).
       01  WS-EVENTOS-FALTANDO PIC 9(02) VALUE ZEROS.

      *> The standard codes, written out when CADPCT.TXT is missing.
       01  TABELA-PADRAO.
           03 FILLER PIC X(58) VALUE
           "ML 1.1.2.01     3.1.1.01     MENSALIDADES LANCADAS".
           03 FILLER PIC X(58) VALUE
           "DS 3.1.9.01     1.1.2.01     DESCONTOS CONCEDIDOS".
           03 FILLER PIC X(58) VALUE
           "MU 1.1.2.01     3.1.2.01     MULTAS POR ATRASO".
           03 FILLER PIC X(58) VALUE
           "JU 1.1.2.01     3.1.2.02     JUROS DE MORA".
           03 FILLER PIC X(58) VALUE
           "PC 1.1.1.01     1.1.2.01     RECEBIMENTOS NO CAIXA".
           03 FILLER PIC X(58) VALUE
           "PB 1.1.1.02     1.1.2.01     RECEBIMENTOS NO BANCO".
           03 FILLER PIC X(58) VALUE
           "CC 1.1.1.01     2.1.3.01     CREDITO DE ALUNO (CAIXA)".
           03 FILLER PIC X(58) VALUE
           "CB 1.1.1.02     2.1.3.01     CREDITO DE ALUNO (BANCO)".
           03 FILLER PIC X(58) VALUE
           "CU 2.1.3.01     1.1.2.01     CREDITO DE ALUNO UTILIZADO".
           03 FILLER PIC X(58) VALUE
           "CA 3.1.9.02     1.1.2.01     MENSALIDADES CANCELADAS".
           03 FILLER PIC X(58) VALUE
           "RA 1.1.2.01     3.1.9.02     MENSALIDADES REABERTAS".
           03 FILLER PIC X(58) VALUE
           "PA 1.1.2.02     1.1.2.01     PARCELAMENTOS (ACORDOS)".
           03 FILLER PIC X(58) VALUE
           "CT 1.1.2.01     2.1.3.01     CREDITO DE ALUNO (TRANSFER.)".
           03 FILLER PIC X(58) VALUE
           "VP 1.1.2.01     3.1.3.01     VENDAS DE PRODUTOS".
           03 FILLER PIC X(58) VALUE
           "EI 1.1.2.01     3.1.4.01     INSCRICOES EM EVENTOS".
       01  TABELA-PADRAO-R REDEFINES TABELA-PADRAO.
           03 WS-LINHA-PADRAO PIC X(58) OCCURS 15 TIMES.
       01  WS-IND-PADRAO PIC 9(02).

      *> The ordinary receivable and the agreements receivable - an
      *> event on an "ACORDO" installment books the second instead.
       01  WS-CONTA-RECEBER PIC X(12).
       01  WS-CONTA-ACORDOS PIC X(12).

      *> ----------------------------------------------------------------
      *> The event being assembled for the SORT.
      *> ----------------------------------------------------------------
       01  WS-EVENTO PIC X(02).
       01  WS-DATA-EVENTO PIC 9(08).
       01  WS-VALOR-EVENTO PIC 9(07)V99.
       01  WS-ORDEM PIC 9(07) VALUE ZEROS.
       01  WS-HISTORICO PIC X(40).
       01  WS-CONTA-TROCA PIC X(12).

       01  WS-EH-ACORDO PIC X(01).
           88 EH-ACORDO     VALUE "S".
           88 NAO-EH-ACORDO VALUE "N".

      *> A penalty booked in excess earlier is taken back by swapping
      *> the sides of its event.
       01  WS-ESTORNO PIC X(01).
           88 EH-ESTORNO     VALUE "S".
           88 NAO-EH-ESTORNO VALUE "N".

       01  WS-BASE-MULTA PIC 9(05)V99.
       01  WS-BASE-JUROS PIC 9(05)V99.
       01  WS-DIFERENCA  PIC S9(06)V99.
       01  WS-SALDO-BAIXADO PIC 9(06)V99.

       01  WS-MORA-EXISTE PIC X(01).
           88 MORA-EXISTE     VALUE "S".
           88 MORA-NAO-EXISTE VALUE "N".
       01  WS-MORA-FORA-DE-ORDEM PIC 9(05) VALUE ZEROS.

      *> CADAJUS's audit text: the charge adjusted and the reason.
       01  WS-DESCRICAO-AJUSTE.
           03 FILLER            PIC X(05).
           03 WDA-COMPETENCIA   PIC 9(06).
           03 FILLER            PIC X(07).
           03 WDA-TURMA         PIC X(06).
           03 FILLER            PIC X(08).
           03 WDA-MOTIVO        PIC X(02).
           03 FILLER            PIC X(11).

       77  CONST-OPERADOR-BANCO PIC X(08) VALUE "BANCO".
       77  CONST-TURMA-ACORDO   PIC X(06) VALUE "ACORDO".
      *> The COB-TURMA prefixes of a CADVEND sale and a CADEINS entry
      *> fee - charges that are not tuition.
       77  CONST-PREFIXO-VENDA  PIC X(02) VALUE "VD".
       77  CONST-PREFIXO-EVENTO PIC X(02) VALUE "EV".

      *> ----------------------------------------------------------------
      *> Control totals.
      *> ----------------------------------------------------------------
       01  WS-NUMERO-LANCAMENTO PIC 9(06) VALUE ZEROS.
       01  WS-LINHAS-DIARIO PIC 9(06) VALUE ZEROS.
       01  WS-TOTAL-DEBITOS PIC 9(09)V99 VALUE ZEROS.
       01  WS-TOTAL-CREDITOS PIC 9(09)V99 VALUE ZEROS.
       01  WS-DIAS-DIVERGENTES PIC 9(02) VALUE ZEROS.

       01  TABELA-DIAS.
           03 DIA-OCORRENCIA OCCURS 31 TIMES.
              05 TBD-DEBITOS  PIC 9(09)V99.
              05 TBD-CREDITOS PIC 9(09)V99.
       01  WS-IND-DIA PIC 9(02).

       77  CONST-MAX-CONTAS PIC 9(02) VALUE 40.
       01  WS-TOTAL-CONTAS PIC 9(02) VALUE ZEROS.
       01  TABELA-CONTAS.
           03 CONTA-OCORRENCIA OCCURS 40 TIMES.
              05 TBC-CONTA    PIC X(12).
              05 TBC-DEBITOS  PIC 9(09)V99.
              05 TBC-CREDITOS PIC 9(09)V99.
       01  WS-IND-CONTA PIC 9(02).
       01  WS-CONTA-PROCURADA PIC X(12).
       01  WS-CONTA-ACHADA PIC X(01).
           88 CONTA-ACHADA     VALUE "S".
           88 CONTA-NAO-ACHADA VALUE "N".

       77  CONST-MAX-LINHAS-PAGINA PIC 9(02) VALUE 20.
       01  WS-NUMERO-PAGINA PIC 9(04) VALUE ZEROS.
       01  WS-LINHAS-PAGINA PIC 9(02) VALUE ZEROS.

      *> ----------------------------------------------------------------
      *> Journal file layout - amounts in centavos, no separators.
      *> ----------------------------------------------------------------
       01  LINHA-CTB-CABECALHO.
           03 FILLER          PIC X(01) VALUE "0".
           03 FILLER          PIC X(06) VALUE "DIARIO".
           03 LH-COMPETENCIA  PIC 9(06).
           03 LH-DATA-GERACAO PIC 9(08).
           03 FILLER          PIC X(79) VALUE SPACES.

       01  LINHA-CTB-LANCAMENTO.
           03 FILLER          PIC X(01) VALUE "1".
           03 LL-DATA         PIC 9(08).
           03 LL-NUMERO       PIC 9(06).
           03 LL-CONTA        PIC X(12).
           03 LL-NATUREZA     PIC X(01).
           03 LL-VALOR        PIC 9(07)V99.
           03 LL-EVENTO       PIC X(02).
           03 LL-MATRICULA    PIC 9(05).
           03 LL-COMPETENCIA  PIC 9(06).
           03 LL-TURMA        PIC X(06).
           03 LL-HISTORICO    PIC X(40).
           03 FILLER          PIC X(04) VALUE SPACES.

       01  LINHA-CTB-RODAPE.
           03 FILLER          PIC X(01) VALUE "9".
           03 LT-LINHAS       PIC 9(06).
           03 LT-DEBITOS      PIC 9(09)V99.
           03 LT-CREDITOS     PIC 9(09)V99.
           03 FILLER          PIC X(71) VALUE SPACES.

      *> ----------------------------------------------------------------
      *> Control page layout.
      *> ----------------------------------------------------------------
       01  LINHA-CABECALHO-1.
           03 FILLER          PIC X(36) VALUE
               "DIARIO CONTABIL - TOTAIS DE CONTROLE".
           03 FILLER          PIC X(06) VALUE " COMP ".
           03 LC-COMPETENCIA  PIC 9(06).
           03 FILLER          PIC X(08) VALUE "  DATA: ".
           03 LC-DIA          PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LC-MES          PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LC-ANO          PIC 9(04).
           03 FILLER          PIC X(06) VALUE "  PAG ".
           03 LC-PAGINA       PIC ZZZ9.
           03 FILLER          PIC X(04) VALUE SPACES.

       01  LINHA-TITULO-SECAO.
           03 LS-TITULO       PIC X(80).

       01  LINHA-CABECALHO-DIAS.
           03 FILLER          PIC X(12) VALUE "DATA".
           03 FILLER          PIC X(18) VALUE "         DEBITOS".
           03 FILLER          PIC X(18) VALUE "        CREDITOS".
           03 FILLER          PIC X(32) VALUE "  SITUACAO".

       01  LINHA-DIA.
           03 LDI-DIA         PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LDI-MES         PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LDI-ANO         PIC 9(04).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LDI-DEBITOS     PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LDI-CREDITOS    PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(04) VALUE SPACES.
           03 LDI-SITUACAO    PIC X(11).
           03 FILLER          PIC X(21) VALUE SPACES.

       01  LINHA-CABECALHO-EVENTOS.
           03 FILLER          PIC X(03) VALUE "EV".
           03 FILLER          PIC X(31) VALUE "DESCRICAO".
           03 FILLER          PIC X(07) VALUE "  QTDE ".
           03 FILLER          PIC X(14) VALUE "         VALOR".
           03 FILLER          PIC X(25) VALUE "  DEBITO / CREDITO".

       01  LINHA-EVENTO.
           03 LEV-EVENTO      PIC X(02).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LEV-DESCRICAO   PIC X(30).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LEV-QUANTIDADE  PIC ZZZZZ9.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LEV-VALOR       PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LEV-DEBITO      PIC X(12).
           03 FILLER          PIC X(12) VALUE SPACES.

       01  LINHA-EVENTO-CREDITO.
           03 FILLER          PIC X(56) VALUE SPACES.
           03 LEC-CREDITO     PIC X(12).
           03 FILLER          PIC X(12) VALUE SPACES.

       01  LINHA-CABECALHO-CONTAS.
           03 FILLER          PIC X(14) VALUE "CONTA".
           03 FILLER          PIC X(16) VALUE "         DEBITOS".
           03 FILLER          PIC X(16) VALUE "        CREDITOS".
           03 FILLER          PIC X(34) VALUE SPACES.

       01  LINHA-CONTA.
           03 LCO-CONTA       PIC X(12).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LCO-DEBITOS     PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LCO-CREDITOS    PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(36) VALUE SPACES.

       01  LINHA-TOTAL-GERAL.
           03 FILLER          PIC X(14) VALUE "TOTAL GERAL".
           03 LTG-DEBITOS     PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LTG-CREDITOS    PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LTG-LINHAS      PIC ZZZZZ9.
           03 FILLER          PIC X(08) VALUE " LINHAS ".
           03 LTG-SITUACAO    PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM ABRIR-ARQUIVOS.
           PERFORM CARREGAR-PLANO-CONTAS.

           SORT SORT-CTB
               ON ASCENDING KEY SRT-DATA SRT-ORDEM
               INPUT PROCEDURE IS COLETAR-LANCAMENTOS
               OUTPUT PROCEDURE IS GRAVAR-DIARIO.

           IF SORT-RETURN NOT = 0
               DISPLAY "ERRO NA ORDENACAO DOS LANCAMENTOS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM FECHAR-ARQUIVOS.

           DISPLAY "DIARIO DA COMPETENCIA " WS-COMPETENCIA ": "
               WS-NUMERO-LANCAMENTO " LANCAMENTOS, " WS-LINHAS-DIARIO
               " LINHAS".
           IF WS-MORA-FORA-DE-ORDEM > ZEROS
               DISPLAY "COBRANCAS COM MORA JA CONTABILIZADA EM "
                   "COMPETENCIA POSTERIOR: " WS-MORA-FORA-DE-ORDEM
           END-IF.

           IF WS-DIAS-DIVERGENTES > ZEROS
               DISPLAY "DEBITOS DIFEREM DOS CREDITOS EM "
                   WS-DIAS-DIVERGENTES " DIA(S) - VER CADCTB.RPT"
               MOVE 8 TO RETURN-CODE
           END-IF.

           STOP RUN.

       ABRIR-ARQUIVOS.

           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.

           ACCEPT WS-COMANDO-COMPLETO FROM COMMAND-LINE.
           UNSTRING WS-COMANDO-COMPLETO DELIMITED BY SPACE
               INTO WS-COMPETENCIA-X.
           IF WS-COMPETENCIA-X = SPACES
               COMPUTE WS-COMPETENCIA =
                   WS-ANO-ATUAL * 100 + WS-MES-ATUAL
           ELSE
               MOVE WS-COMPETENCIA-X TO WS-COMPETENCIA
           END-IF.

           EVALUATE WS-MES-COMP
               WHEN 2
                   DIVIDE WS-ANO-COMP BY 4 GIVING WS-QUOCIENTE
                       REMAINDER WS-RESTO
                   IF WS-RESTO = ZEROS
                       MOVE 29 TO WS-ULTIMO-DIA
                   ELSE
                       MOVE 28 TO WS-ULTIMO-DIA
                   END-IF
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-ULTIMO-DIA
               WHEN OTHER
                   MOVE 31 TO WS-ULTIMO-DIA
           END-EVALUATE.
           COMPUTE WS-DATA-INICIO = WS-COMPETENCIA * 100 + 1.
           COMPUTE WS-DATA-FIM = WS-COMPETENCIA * 100 + WS-ULTIMO-DIA.

           OPEN INPUT CADCOB.
           IF WS-STATUS = 35
               SET SEM-COBRANCAS TO TRUE
               MOVE ZEROS TO WS-STATUS
           ELSE
               MOVE "ABERTURA DE CADCOB (INPUT)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               SET TEM-COBRANCAS TO TRUE
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

           OPEN INPUT CADACD.
           IF WS-STATUS = 35
               SET SEM-ACORDOS TO TRUE
               MOVE ZEROS TO WS-STATUS
           ELSE
               MOVE "ABERTURA DE CADACD (INPUT)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               SET TEM-ACORDOS TO TRUE
           END-IF.

           OPEN I-O CADJMO.
           IF WS-STATUS = 35
               OPEN OUTPUT CADJMO
               MOVE "ABERTURA DE CADJMO (OUTPUT INICIAL)" TO
                   WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               CLOSE CADJMO
               MOVE "FECHAMENTO DE CADJMO (INICIAL)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               OPEN I-O CADJMO
           END-IF.
           MOVE "ABERTURA DE CADJMO (I-O)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           OPEN OUTPUT ARQCTB.
           MOVE "ABERTURA DE ARQCTB (OUTPUT)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           OPEN OUTPUT RELCTB.
           MOVE "ABERTURA DE RELCTB (OUTPUT)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           MOVE WS-COMPETENCIA TO LH-COMPETENCIA.
           MOVE WS-DATA-ATUAL  TO LH-DATA-GERACAO.
           WRITE LINHA-DIARIO FROM LINHA-CTB-CABECALHO.
           MOVE "GRAVACAO DE CABECALHO (CADCTB.TXT)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

      *> ----------------------------------------------------------------
      *> CARREGAR-PLANO-CONTAS reads the event-to-account table, first
      *> writing the standard one when the installation has none, and
      *> refuses to journal anything while an event has no accounts.
      *> ----------------------------------------------------------------
       CARREGAR-PLANO-CONTAS.

           OPEN INPUT CADPCT.
           IF WS-STATUS = 35
               MOVE ZEROS TO WS-STATUS
               PERFORM CRIAR-PLANO-PADRAO
               OPEN INPUT CADPCT
           END-IF.
           MOVE "ABERTURA DE CADPCT (INPUT)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           SET NAO-FIM-ARQUIVO TO TRUE.
           PERFORM LER-PROXIMA-CONTA UNTIL FIM-ARQUIVO.

           CLOSE CADPCT.
           MOVE "FECHAMENTO DE CADPCT" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           PERFORM CONFERIR-EVENTO-OBRIGATORIO
               VARYING WS-IND-OBRIGATORIO FROM 1 BY 1
               UNTIL WS-IND-OBRIGATORIO > CONST-QTD-OBRIGATORIOS.

           IF WS-EVENTOS-FALTANDO > ZEROS
               DISPLAY "CADPCT.TXT INCOMPLETO - NENHUM LANCAMENTO "
                   "GERADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "ML" TO WS-EVENTO.
           PERFORM PROCURAR-EVENTO.
           MOVE TBE-DEBITO(WS-IND-EVENTO) TO WS-CONTA-RECEBER.
           MOVE "PA" TO WS-EVENTO.
           PERFORM PROCURAR-EVENTO.
           MOVE TBE-DEBITO(WS-IND-EVENTO) TO WS-CONTA-ACORDOS.

       CRIAR-PLANO-PADRAO.

           OPEN OUTPUT CADPCT.
           MOVE "ABERTURA DE CADPCT (OUTPUT PADRAO)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           PERFORM GRAVAR-LINHA-PADRAO
               VARYING WS-IND-PADRAO FROM 1 BY 1
               UNTIL WS-IND-PADRAO > CONST-QTD-OBRIGATORIOS.

           CLOSE CADPCT.
           MOVE "FECHAMENTO DE CADPCT (PADRAO)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           DISPLAY "CADPCT.TXT CRIADO COM O PLANO DE CONTAS PADRAO".

       GRAVAR-LINHA-PADRAO.

           MOVE WS-LINHA-PADRAO(WS-IND-PADRAO) TO LINHA-PLANO-CONTAS.
           WRITE LINHA-PLANO-CONTAS.
           MOVE "GRAVACAO DE LINHA DE CADPCT" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

       LER-PROXIMA-CONTA.

           READ CADPCT
               AT END
                   SET FIM-ARQUIVO TO TRUE
               NOT AT END
                   IF PCT-EVENTO(1:1) NOT = "*"
                       AND PCT-EVENTO NOT = SPACES
                       PERFORM GUARDAR-CONTA
                   END-IF
           END-READ.

       GUARDAR-CONTA.

           MOVE PCT-EVENTO TO WS-EVENTO.
           PERFORM PROCURAR-EVENTO.
           IF EVENTO-NAO-ACHADO
               IF WS-TOTAL-EVENTOS < CONST-MAX-EVENTOS
                   ADD 1 TO WS-TOTAL-EVENTOS
                   MOVE WS-TOTAL-EVENTOS TO WS-IND-EVENTO
                   MOVE PCT-EVENTO TO TBE-EVENTO(WS-IND-EVENTO)
                   MOVE ZEROS TO TBE-QUANTIDADE(WS-IND-EVENTO)
                   MOVE ZEROS TO TBE-VALOR(WS-IND-EVENTO)
               ELSE
                   DISPLAY "CADPCT.TXT - EVENTO IGNORADO (TABELA "
                       "CHEIA): " PCT-EVENTO
               END-IF
           END-IF.
           IF WS-IND-EVENTO NOT > WS-TOTAL-EVENTOS
               MOVE PCT-DEBITO    TO TBE-DEBITO(WS-IND-EVENTO)
               MOVE PCT-CREDITO   TO TBE-CREDITO(WS-IND-EVENTO)
               MOVE PCT-DESCRICAO TO TBE-DESCRICAO(WS-IND-EVENTO)
           END-IF.

       CONFERIR-EVENTO-OBRIGATORIO.

           MOVE WS-EVENTO-OBRIGATORIO(WS-IND-OBRIGATORIO) TO WS-EVENTO.
           PERFORM PROCURAR-EVENTO.
           IF EVENTO-NAO-ACHADO
               ADD 1 TO WS-EVENTOS-FALTANDO
               DISPLAY "CADPCT.TXT SEM O EVENTO " WS-EVENTO
           ELSE
               IF TBE-DEBITO(WS-IND-EVENTO) = SPACES
                   OR TBE-CREDITO(WS-IND-EVENTO) = SPACES
                   ADD 1 TO WS-EVENTOS-FALTANDO
                   DISPLAY "CADPCT.TXT SEM CONTA PARA O EVENTO "
                       WS-EVENTO
               END-IF
           END-IF.

      *> Table search in the CADSNAP style: WS-IND-EVENTO is left on
      *> the entry found, past the end otherwise.
       PROCURAR-EVENTO.

           SET EVENTO-NAO-ACHADO TO TRUE.
           MOVE ZEROS TO WS-IND-EVENTO.
           IF WS-TOTAL-EVENTOS > ZEROS
               PERFORM COMPARAR-EVENTO WITH TEST AFTER
                   UNTIL EVENTO-ACHADO
                   OR WS-IND-EVENTO >= WS-TOTAL-EVENTOS
           END-IF.
           IF EVENTO-NAO-ACHADO
               COMPUTE WS-IND-EVENTO = WS-TOTAL-EVENTOS + 1
           END-IF.

       COMPARAR-EVENTO.

           ADD 1 TO WS-IND-EVENTO.
           IF TBE-EVENTO(WS-IND-EVENTO) = WS-EVENTO
               SET EVENTO-ACHADO TO TRUE
           END-IF.

       FECHAR-ARQUIVOS.

           MOVE WS-LINHAS-DIARIO  TO LT-LINHAS.
           MOVE WS-TOTAL-DEBITOS  TO LT-DEBITOS.
           MOVE WS-TOTAL-CREDITOS TO LT-CREDITOS.
           WRITE LINHA-DIARIO FROM LINHA-CTB-RODAPE.
           MOVE "GRAVACAO DE RODAPE (CADCTB.TXT)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           IF TEM-COBRANCAS
               CLOSE CADCOB
               MOVE "FECHAMENTO DE CADCOB" TO WS-OPERACAO
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

           IF TEM-ACORDOS
               CLOSE CADACD
               MOVE "FECHAMENTO DE CADACD" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

           CLOSE CADJMO.
           MOVE "FECHAMENTO DE CADJMO" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           CLOSE ARQCTB.
           MOVE "FECHAMENTO DE ARQCTB" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           CLOSE RELCTB.
           MOVE "FECHAMENTO DE RELCTB" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

       VERIFICAR-STATUS.

           IF WS-STATUS NOT = 00 AND WS-STATUS NOT = 02
               DISPLAY "ERRO DE E/S EM " WS-OPERACAO
               DISPLAY "FILE STATUS: " WS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> ----------------------------------------------------------------
      *> COLETAR-LANCAMENTOS is the SORT's input procedure: one pass
      *> over each source file, every event of the competence
      *> RELEASEd with both of its accounts resolved.
      *> ----------------------------------------------------------------
       COLETAR-LANCAMENTOS SECTION.
       COLETAR-LANCAMENTOS-INICIO.

           IF TEM-COBRANCAS
               MOVE LOW-VALUES TO COB-CHAVE
               START CADCOB KEY IS NOT LESS THAN COB-CHAVE
               IF WS-STATUS = 00
                   SET NAO-FIM-ARQUIVO TO TRUE
                   PERFORM COLETAR-COBRANCA UNTIL FIM-ARQUIVO
               END-IF
               MOVE ZEROS TO WS-STATUS
           END-IF.

           IF TEM-LANCAMENTOS
               SET NAO-FIM-ARQUIVO TO TRUE
               PERFORM COLETAR-MOVIMENTO UNTIL FIM-ARQUIVO
           END-IF.

           IF TEM-AUDITORIA AND TEM-COBRANCAS
               SET NAO-FIM-ARQUIVO TO TRUE
               PERFORM COLETAR-AJUSTE UNTIL FIM-ARQUIVO
           END-IF.

           IF TEM-ACORDOS
               MOVE ZEROS TO ACD-NUMERO
               START CADACD KEY IS NOT LESS THAN ACD-NUMERO
               IF WS-STATUS = 00
                   SET NAO-FIM-ARQUIVO TO TRUE
                   PERFORM COLETAR-ACORDO UNTIL FIM-ARQUIVO
               END-IF
               MOVE ZEROS TO WS-STATUS
           END-IF.
           GO TO COLETAR-LANCAMENTOS-FIM.

      *> Charges of the competence (ML / DS) and the penalty accrued
      *> on any charge since the last run (MU / JU).
       COLETAR-COBRANCA.

           READ CADCOB NEXT RECORD.
           IF WS-STATUS NOT = 00
               SET FIM-ARQUIVO TO TRUE
           ELSE
               IF COB-TURMA = CONST-TURMA-ACORDO
                   SET EH-ACORDO TO TRUE
               ELSE
                   SET NAO-EH-ACORDO TO TRUE
               END-IF
               SET NAO-EH-ESTORNO TO TRUE
               IF COB-COMPETENCIA = WS-COMPETENCIA
                   AND NAO-EH-ACORDO
                   AND NOT COB-CANCELADA
                   PERFORM LANCAR-MENSALIDADE
               END-IF
               PERFORM APURAR-MORA
           END-IF.

       LANCAR-MENSALIDADE.

           MOVE WS-DATA-INICIO TO WS-DATA-EVENTO.
           MOVE COB-MATRICULA  TO SRT-MATRICULA.
           MOVE COB-COMPETENCIA TO SRT-COMPETENCIA.
           MOVE COB-TURMA      TO SRT-TURMA.

           COMPUTE WS-VALOR-EVENTO = COB-VALOR + COB-VALOR-DESCONTO.
           MOVE SPACES TO WS-HISTORICO.
           EVALUATE COB-TURMA(1:2)
               WHEN CONST-PREFIXO-VENDA
                   MOVE "VP" TO WS-EVENTO
                   STRING "VENDA DE PRODUTOS COMP " DELIMITED BY SIZE
                       COB-COMPETENCIA DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       COB-TURMA DELIMITED BY SIZE
                       INTO WS-HISTORICO
               WHEN CONST-PREFIXO-EVENTO
                   MOVE "EI" TO WS-EVENTO
                   STRING "INSCRICAO EM EVENTO COMP " DELIMITED BY SIZE
                       COB-COMPETENCIA DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       COB-TURMA DELIMITED BY SIZE
                       INTO WS-HISTORICO
               WHEN OTHER
                   MOVE "ML" TO WS-EVENTO
                   STRING "MENSALIDADE COMP " DELIMITED BY SIZE
                       COB-COMPETENCIA DELIMITED BY SIZE
                       " TURMA " DELIMITED BY SIZE
                       COB-TURMA DELIMITED BY SIZE
                       INTO WS-HISTORICO
           END-EVALUATE.
           PERFORM LIBERAR-LANCAMENTO.

           IF COB-VALOR-DESCONTO > ZEROS
               MOVE "DS" TO WS-EVENTO
               MOVE COB-VALOR-DESCONTO TO WS-VALOR-EVENTO
               MOVE SPACES TO WS-HISTORICO
               STRING "DESCONTO MENSALIDADE COMP " DELIMITED BY SIZE
                   COB-COMPETENCIA DELIMITED BY SIZE
                   INTO WS-HISTORICO
               PERFORM LIBERAR-LANCAMENTO
           END-IF.

      *> ----------------------------------------------------------------
      *> APURAR-MORA books what the charge's multa and juros grew (or
      *> shrank) since the figures earlier competences took to the
      *> books, and records the new figures on CADJMO.DAT.
      *> ----------------------------------------------------------------
       APURAR-MORA.

           SET MORA-NAO-EXISTE TO TRUE.
           MOVE COB-CHAVE TO JMO-CHAVE.
           READ CADJMO KEY IS JMO-CHAVE.
           IF WS-STATUS = 00
               SET MORA-EXISTE TO TRUE
           END-IF.
           MOVE ZEROS TO WS-STATUS.

           IF MORA-NAO-EXISTE
               IF COB-MULTA > ZEROS OR COB-JUROS > ZEROS
                   MOVE COB-CHAVE TO JMO-CHAVE
                   MOVE WS-COMPETENCIA TO JMO-COMPETENCIA
                   MOVE ZEROS TO JMO-MULTA-ANTERIOR
                   MOVE ZEROS TO JMO-JUROS-ANTERIOR
                   MOVE COB-MULTA TO JMO-MULTA
                   MOVE COB-JUROS TO JMO-JUROS
                   WRITE REG-MORA-CONTABIL
                   MOVE "GRAVACAO DE REG-MORA-CONTABIL" TO WS-OPERACAO
                   PERFORM VERIFICAR-STATUS
                   MOVE ZEROS TO WS-BASE-MULTA
                   MOVE ZEROS TO WS-BASE-JUROS
                   PERFORM LANCAR-DIFERENCAS-MORA
               END-IF
           ELSE
               IF JMO-COMPETENCIA > WS-COMPETENCIA
                   ADD 1 TO WS-MORA-FORA-DE-ORDEM
               ELSE
                   IF JMO-COMPETENCIA < WS-COMPETENCIA
                       MOVE JMO-MULTA TO JMO-MULTA-ANTERIOR
                       MOVE JMO-JUROS TO JMO-JUROS-ANTERIOR
                       MOVE WS-COMPETENCIA TO JMO-COMPETENCIA
                   END-IF
                   MOVE JMO-MULTA-ANTERIOR TO WS-BASE-MULTA
                   MOVE JMO-JUROS-ANTERIOR TO WS-BASE-JUROS
                   MOVE COB-MULTA TO JMO-MULTA
                   MOVE COB-JUROS TO JMO-JUROS
                   REWRITE REG-MORA-CONTABIL
                   MOVE "REGRAVACAO DE REG-MORA-CONTABIL" TO
                       WS-OPERACAO
                   PERFORM VERIFICAR-STATUS
                   PERFORM LANCAR-DIFERENCAS-MORA
               END-IF
           END-IF.

       LANCAR-DIFERENCAS-MORA.

           MOVE WS-DATA-FIM     TO WS-DATA-EVENTO.
           MOVE COB-MATRICULA   TO SRT-MATRICULA.
           MOVE COB-COMPETENCIA TO SRT-COMPETENCIA.
           MOVE COB-TURMA       TO SRT-TURMA.

           COMPUTE WS-DIFERENCA = COB-MULTA - WS-BASE-MULTA.
           IF WS-DIFERENCA NOT = ZEROS
               MOVE "MU" TO WS-EVENTO
               MOVE SPACES TO WS-HISTORICO
               IF WS-DIFERENCA < ZEROS
                   SET EH-ESTORNO TO TRUE
                   COMPUTE WS-VALOR-EVENTO = ZEROS - WS-DIFERENCA
                   STRING "ESTORNO DE MULTA COMP " DELIMITED BY SIZE
                       COB-COMPETENCIA DELIMITED BY SIZE
                       INTO WS-HISTORICO
               ELSE
                   SET NAO-EH-ESTORNO TO TRUE
                   MOVE WS-DIFERENCA TO WS-VALOR-EVENTO
                   STRING "MULTA POR ATRASO COMP " DELIMITED BY SIZE
                       COB-COMPETENCIA DELIMITED BY SIZE
                       INTO WS-HISTORICO
               END-IF
               PERFORM LIBERAR-LANCAMENTO
           END-IF.

           COMPUTE WS-DIFERENCA = COB-JUROS - WS-BASE-JUROS.
           IF WS-DIFERENCA NOT = ZEROS
               MOVE "JU" TO WS-EVENTO
               MOVE SPACES TO WS-HISTORICO
               IF WS-DIFERENCA < ZEROS
                   SET EH-ESTORNO TO TRUE
                   COMPUTE WS-VALOR-EVENTO = ZEROS - WS-DIFERENCA
                   STRING "ESTORNO DE JUROS COMP " DELIMITED BY SIZE
                       COB-COMPETENCIA DELIMITED BY SIZE
                       INTO WS-HISTORICO
               ELSE
                   SET NAO-EH-ESTORNO TO TRUE
                   MOVE WS-DIFERENCA TO WS-VALOR-EVENTO
                   STRING "JUROS DE MORA COMP " DELIMITED BY SIZE
                       COB-COMPETENCIA DELIMITED BY SIZE
                       INTO WS-HISTORICO
               END-IF
               PERFORM LIBERAR-LANCAMENTO
           END-IF.

           SET NAO-EH-ESTORNO TO TRUE.

      *> Money movements dated in the competence, off the ledger: desk
      *> or bank by who booked them. A CADTRF release ("E") moves no
      *> money, but what was paid on the reduced charge leaves the
      *> receivable for the student's credit, so it is booked too.
       COLETAR-MOVIMENTO.

           READ CADLCT
               AT END
                   SET FIM-ARQUIVO TO TRUE
               NOT AT END
                   IF LCT-DATA(1:6) = WS-COMPETENCIA
                       PERFORM LANCAR-MOVIMENTO
                   END-IF
           END-READ.

       LANCAR-MOVIMENTO.

           MOVE LCT-DATA        TO WS-DATA-EVENTO.
           MOVE LCT-MATRICULA   TO SRT-MATRICULA.
           MOVE LCT-COMPETENCIA TO SRT-COMPETENCIA.
           MOVE LCT-TURMA       TO SRT-TURMA.
           MOVE LCT-VALOR       TO WS-VALOR-EVENTO.
           SET NAO-EH-ESTORNO TO TRUE.
           IF LCT-TURMA = CONST-TURMA-ACORDO
               SET EH-ACORDO TO TRUE
           ELSE
               SET NAO-EH-ACORDO TO TRUE
           END-IF.
           MOVE SPACES TO WS-EVENTO.
           MOVE SPACES TO WS-HISTORICO.

           EVALUATE TRUE
               WHEN LCT-PAGAMENTO
                   AND LCT-OPERADOR = CONST-OPERADOR-BANCO
                   MOVE "PB" TO WS-EVENTO
                   STRING "RECEBIMENTO BANCARIO COMP " DELIMITED BY SIZE
                       LCT-COMPETENCIA DELIMITED BY SIZE
                       INTO WS-HISTORICO
               WHEN LCT-PAGAMENTO
                   MOVE "PC" TO WS-EVENTO
                   STRING "RECEBIMENTO COMP " DELIMITED BY SIZE
                       LCT-COMPETENCIA DELIMITED BY SIZE
                       " RECIBO " DELIMITED BY SIZE
                       LCT-RECIBO DELIMITED BY SIZE
                       INTO WS-HISTORICO
               WHEN LCT-CREDITO-GERADO
                   AND LCT-OPERADOR = CONST-OPERADOR-BANCO
                   MOVE "CB" TO WS-EVENTO
                   MOVE "CREDITO DE ALUNO - PAGAMENTO A MAIOR" TO
                       WS-HISTORICO
               WHEN LCT-CREDITO-GERADO
                   MOVE "CC" TO WS-EVENTO
                   MOVE "CREDITO DE ALUNO - PAGAMENTO A MAIOR" TO
                       WS-HISTORICO
               WHEN LCT-CREDITO-USADO
                   MOVE "CU" TO WS-EVENTO
                   STRING "CREDITO UTILIZADO COMP " DELIMITED BY SIZE
                       LCT-COMPETENCIA DELIMITED BY SIZE
                       INTO WS-HISTORICO
               WHEN LCT-CREDITO-ESTORNO
                   MOVE "CT" TO WS-EVENTO
                   STRING "CREDITO POR TRANSFERENCIA COMP "
                       DELIMITED BY SIZE
                       LCT-COMPETENCIA DELIMITED BY SIZE
                       INTO WS-HISTORICO
           END-EVALUATE.

           IF WS-EVENTO NOT = SPACES AND WS-VALOR-EVENTO > ZEROS
               PERFORM LIBERAR-LANCAMENTO
           END-IF.

      *> Charge adjustments audited by CADAJUS in the competence, on
      *> charges of a competence the journal already raised.
       COLETAR-AJUSTE.

           READ CADAUD
               AT END
                   SET FIM-ARQUIVO TO TRUE
               NOT AT END
                   IF AUD-DATA(1:6) = WS-COMPETENCIA
                       AND (AUD-CANCELA-COBRANCA
                         OR AUD-REABRE-COBRANCA)
                       PERFORM LANCAR-AJUSTE
                   END-IF
           END-READ.

       LANCAR-AJUSTE.

           MOVE AUD-NOME-ANTES TO WS-DESCRICAO-AJUSTE.
           MOVE AUD-CHAVE       TO COB-MATRICULA.
           MOVE WDA-COMPETENCIA TO COB-COMPETENCIA.
           MOVE WDA-TURMA       TO COB-TURMA.
           READ CADCOB KEY IS COB-CHAVE.
           IF WS-STATUS = 00
               AND COB-COMPETENCIA < WS-COMPETENCIA
               PERFORM MONTAR-AJUSTE
           END-IF.
           MOVE ZEROS TO WS-STATUS.

       MONTAR-AJUSTE.

           IF COB-VALOR + COB-MULTA + COB-JUROS > COB-VALOR-PAGO
               COMPUTE WS-SALDO-BAIXADO =
                   COB-VALOR + COB-MULTA + COB-JUROS - COB-VALOR-PAGO
           ELSE
               MOVE ZEROS TO WS-SALDO-BAIXADO
           END-IF.

           MOVE AUD-DATA        TO WS-DATA-EVENTO.
           MOVE COB-MATRICULA   TO SRT-MATRICULA.
           MOVE COB-COMPETENCIA TO SRT-COMPETENCIA.
           MOVE COB-TURMA       TO SRT-TURMA.
           MOVE WS-SALDO-BAIXADO TO WS-VALOR-EVENTO.
           SET NAO-EH-ESTORNO TO TRUE.
           IF COB-TURMA = CONST-TURMA-ACORDO
               SET EH-ACORDO TO TRUE
           ELSE
               SET NAO-EH-ACORDO TO TRUE
           END-IF.
           MOVE SPACES TO WS-HISTORICO.

           IF AUD-CANCELA-COBRANCA
               MOVE "CA" TO WS-EVENTO
               STRING "CANCELAMENTO COMP " DELIMITED BY SIZE
                   COB-COMPETENCIA DELIMITED BY SIZE
                   " MOTIVO " DELIMITED BY SIZE
                   WDA-MOTIVO DELIMITED BY SIZE
                   INTO WS-HISTORICO
           ELSE
               MOVE "RA" TO WS-EVENTO
               STRING "REABERTURA COMP " DELIMITED BY SIZE
                   COB-COMPETENCIA DELIMITED BY SIZE
                   " MOTIVO " DELIMITED BY SIZE
                   WDA-MOTIVO DELIMITED BY SIZE
                   INTO WS-HISTORICO
           END-IF.

           IF WS-VALOR-EVENTO > ZEROS
               PERFORM LIBERAR-LANCAMENTO
           END-IF.

      *> Agreements signed in the competence: the substituted debt
      *> moves from the ordinary receivable to the agreements one.
       COLETAR-ACORDO.

           READ CADACD NEXT RECORD.
           IF WS-STATUS NOT = 00
               SET FIM-ARQUIVO TO TRUE
           ELSE
               IF ACD-DATA(1:6) = WS-COMPETENCIA
                   AND ACD-VALOR-TOTAL > ZEROS
                   MOVE ACD-DATA        TO WS-DATA-EVENTO
                   MOVE ACD-MATRICULA   TO SRT-MATRICULA
                   MOVE WS-COMPETENCIA  TO SRT-COMPETENCIA
                   MOVE CONST-TURMA-ACORDO TO SRT-TURMA
                   MOVE ACD-VALOR-TOTAL TO WS-VALOR-EVENTO
                   SET NAO-EH-ACORDO TO TRUE
                   SET NAO-EH-ESTORNO TO TRUE
                   MOVE "PA" TO WS-EVENTO
                   MOVE SPACES TO WS-HISTORICO
                   STRING "PARCELAMENTO ACORDO " DELIMITED BY SIZE
                       ACD-NUMERO DELIMITED BY SIZE
                       " EM " DELIMITED BY SIZE
                       ACD-PARCELAS DELIMITED BY SIZE
                       " PARCELAS" DELIMITED BY SIZE
                       INTO WS-HISTORICO
                   PERFORM LIBERAR-LANCAMENTO
               END-IF
           END-IF.

      *> ----------------------------------------------------------------
      *> LIBERAR-LANCAMENTO resolves the event's two accounts off the
      *> table - the agreements receivable standing in for the
      *> ordinary one on an installment, the sides swapped on a
      *> reversal - and hands the event to the SORT. The caller has
      *> already set the matricula, competence and turma.
      *> ----------------------------------------------------------------
       LIBERAR-LANCAMENTO.

           PERFORM PROCURAR-EVENTO.

           ADD 1 TO WS-ORDEM.
           MOVE WS-DATA-EVENTO TO SRT-DATA.
           MOVE WS-ORDEM       TO SRT-ORDEM.
           MOVE WS-EVENTO      TO SRT-EVENTO.
           MOVE TBE-DEBITO(WS-IND-EVENTO)  TO SRT-DEBITO.
           MOVE TBE-CREDITO(WS-IND-EVENTO) TO SRT-CREDITO.
           MOVE WS-VALOR-EVENTO TO SRT-VALOR.
           MOVE WS-HISTORICO   TO SRT-HISTORICO.

           IF EH-ACORDO
               IF SRT-DEBITO = WS-CONTA-RECEBER
                   MOVE WS-CONTA-ACORDOS TO SRT-DEBITO
               END-IF
               IF SRT-CREDITO = WS-CONTA-RECEBER
                   MOVE WS-CONTA-ACORDOS TO SRT-CREDITO
               END-IF
           END-IF.

           IF EH-ESTORNO
               MOVE SRT-DEBITO     TO WS-CONTA-TROCA
               MOVE SRT-CREDITO    TO SRT-DEBITO
               MOVE WS-CONTA-TROCA TO SRT-CREDITO
           END-IF.

           RELEASE SRT-LANCAMENTO.

      *> The GO TO above lands here so the section never falls through
      *> its helper paragraphs after the gathering is done.
       COLETAR-LANCAMENTOS-FIM.
           EXIT.

      *> ----------------------------------------------------------------
      *> GRAVAR-DIARIO is the SORT's output procedure: each event
      *> becomes a numbered pair of journal lines - debit, then credit
      *> - in date order, while the day, event and account totals
      *> build up for the control page printed at the end.
      *> ----------------------------------------------------------------
       GRAVAR-DIARIO SECTION.
       GRAVAR-DIARIO-INICIO.

           INITIALIZE TABELA-DIAS.

           SET NAO-FIM-RETORNO TO TRUE.
           PERFORM RETORNAR-PROXIMO-LANCAMENTO UNTIL FIM-RETORNO.

           PERFORM IMPRIMIR-CONTROLE.
           GO TO GRAVAR-DIARIO-FIM.

       RETORNAR-PROXIMO-LANCAMENTO.

           RETURN SORT-CTB
               AT END
                   SET FIM-RETORNO TO TRUE
               NOT AT END
                   PERFORM GRAVAR-LANCAMENTO
           END-RETURN.

       GRAVAR-LANCAMENTO.

           ADD 1 TO WS-NUMERO-LANCAMENTO.

           MOVE SRT-DATA        TO LL-DATA.
           MOVE WS-NUMERO-LANCAMENTO TO LL-NUMERO.
           MOVE SRT-VALOR       TO LL-VALOR.
           MOVE SRT-EVENTO      TO LL-EVENTO.
           MOVE SRT-MATRICULA   TO LL-MATRICULA.
           MOVE SRT-COMPETENCIA TO LL-COMPETENCIA.
           MOVE SRT-TURMA       TO LL-TURMA.
           MOVE SRT-HISTORICO   TO LL-HISTORICO.

           MOVE SRT-DEBITO TO LL-CONTA.
           MOVE "D" TO LL-NATUREZA.
           PERFORM GRAVAR-LINHA-DIARIO.

           MOVE SRT-CREDITO TO LL-CONTA.
           MOVE "C" TO LL-NATUREZA.
           PERFORM GRAVAR-LINHA-DIARIO.

           MOVE SRT-EVENTO TO WS-EVENTO.
           PERFORM PROCURAR-EVENTO.
           ADD 1 TO TBE-QUANTIDADE(WS-IND-EVENTO).
           ADD SRT-VALOR TO TBE-VALOR(WS-IND-EVENTO).

       GRAVAR-LINHA-DIARIO.

           WRITE LINHA-DIARIO FROM LINHA-CTB-LANCAMENTO.
           MOVE "GRAVACAO DE LANCAMENTO (CADCTB.TXT)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.
           ADD 1 TO WS-LINHAS-DIARIO.

           MOVE LL-DATA(7:2) TO WS-IND-DIA.
           MOVE LL-CONTA TO WS-CONTA-PROCURADA.
           PERFORM PROCURAR-CONTA.

           IF LL-NATUREZA = "D"
               ADD LL-VALOR TO WS-TOTAL-DEBITOS
               ADD LL-VALOR TO TBD-DEBITOS(WS-IND-DIA)
               IF CONTA-ACHADA
                   ADD LL-VALOR TO TBC-DEBITOS(WS-IND-CONTA)
               END-IF
           ELSE
               ADD LL-VALOR TO WS-TOTAL-CREDITOS
               ADD LL-VALOR TO TBD-CREDITOS(WS-IND-DIA)
               IF CONTA-ACHADA
                   ADD LL-VALOR TO TBC-CREDITOS(WS-IND-CONTA)
               END-IF
           END-IF.

      *> Finds the account in the totals table, adding it on first
      *> sight while there is room.
       PROCURAR-CONTA.

           SET CONTA-NAO-ACHADA TO TRUE.
           MOVE ZEROS TO WS-IND-CONTA.
           IF WS-TOTAL-CONTAS > ZEROS
               PERFORM COMPARAR-CONTA WITH TEST AFTER
                   UNTIL CONTA-ACHADA
                   OR WS-IND-CONTA >= WS-TOTAL-CONTAS
           END-IF.
           IF CONTA-NAO-ACHADA
               AND WS-TOTAL-CONTAS < CONST-MAX-CONTAS
               ADD 1 TO WS-TOTAL-CONTAS
               MOVE WS-TOTAL-CONTAS TO WS-IND-CONTA
               MOVE WS-CONTA-PROCURADA TO TBC-CONTA(WS-IND-CONTA)
               MOVE ZEROS TO TBC-DEBITOS(WS-IND-CONTA)
               MOVE ZEROS TO TBC-CREDITOS(WS-IND-CONTA)
               SET CONTA-ACHADA TO TRUE
           END-IF.

       COMPARAR-CONTA.

           ADD 1 TO WS-IND-CONTA.
           IF TBC-CONTA(WS-IND-CONTA) = WS-CONTA-PROCURADA
               SET CONTA-ACHADA TO TRUE
           END-IF.

      *> ----------------------------------------------------------------
      *> IMPRIMIR-CONTROLE prints the tie-out page: debits against
      *> credits for every day with movement, the events with their
      *> accounts, the totals per account and the grand total.
      *> ----------------------------------------------------------------
       IMPRIMIR-CONTROLE.

           PERFORM GERAR-CABECALHO.

           MOVE "TOTAIS POR DIA" TO LS-TITULO.
           PERFORM IMPRIMIR-TITULO-SECAO.
           MOVE LINHA-CABECALHO-DIAS TO LINHA-RELATORIO.
           PERFORM IMPRIMIR-LINHA.
           PERFORM IMPRIMIR-DIA
               VARYING WS-IND-DIA FROM 1 BY 1
               UNTIL WS-IND-DIA > 31.

           MOVE "TOTAIS POR EVENTO" TO LS-TITULO.
           PERFORM IMPRIMIR-TITULO-SECAO.
           MOVE LINHA-CABECALHO-EVENTOS TO LINHA-RELATORIO.
           PERFORM IMPRIMIR-LINHA.
           PERFORM IMPRIMIR-EVENTO
               VARYING WS-IND-EVENTO FROM 1 BY 1
               UNTIL WS-IND-EVENTO > WS-TOTAL-EVENTOS.

           MOVE "TOTAIS POR CONTA" TO LS-TITULO.
           PERFORM IMPRIMIR-TITULO-SECAO.
           MOVE LINHA-CABECALHO-CONTAS TO LINHA-RELATORIO.
           PERFORM IMPRIMIR-LINHA.
           PERFORM IMPRIMIR-CONTA
               VARYING WS-IND-CONTA FROM 1 BY 1
               UNTIL WS-IND-CONTA > WS-TOTAL-CONTAS.

           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM IMPRIMIR-LINHA.
           MOVE WS-TOTAL-DEBITOS  TO LTG-DEBITOS.
           MOVE WS-TOTAL-CREDITOS TO LTG-CREDITOS.
           MOVE WS-LINHAS-DIARIO  TO LTG-LINHAS.
           IF WS-TOTAL-DEBITOS = WS-TOTAL-CREDITOS
               AND WS-DIAS-DIVERGENTES = ZEROS
               MOVE "CONFERE" TO LTG-SITUACAO
           ELSE
               MOVE "*** DIVERGENTE ***" TO LTG-SITUACAO
           END-IF.
           MOVE LINHA-TOTAL-GERAL TO LINHA-RELATORIO.
           PERFORM IMPRIMIR-LINHA.

       IMPRIMIR-DIA.

           IF TBD-DEBITOS(WS-IND-DIA) > ZEROS
               OR TBD-CREDITOS(WS-IND-DIA) > ZEROS
               MOVE WS-IND-DIA  TO LDI-DIA
               MOVE WS-MES-COMP TO LDI-MES
               MOVE WS-ANO-COMP TO LDI-ANO
               MOVE TBD-DEBITOS(WS-IND-DIA)  TO LDI-DEBITOS
               MOVE TBD-CREDITOS(WS-IND-DIA) TO LDI-CREDITOS
               IF TBD-DEBITOS(WS-IND-DIA) = TBD-CREDITOS(WS-IND-DIA)
                   MOVE "CONFERE" TO LDI-SITUACAO
               ELSE
                   MOVE "DIVERGENTE" TO LDI-SITUACAO
                   ADD 1 TO WS-DIAS-DIVERGENTES
               END-IF
               MOVE LINHA-DIA TO LINHA-RELATORIO
               PERFORM IMPRIMIR-LINHA
           END-IF.

       IMPRIMIR-EVENTO.

           MOVE TBE-EVENTO(WS-IND-EVENTO)     TO LEV-EVENTO.
           MOVE TBE-DESCRICAO(WS-IND-EVENTO)  TO LEV-DESCRICAO.
           MOVE TBE-QUANTIDADE(WS-IND-EVENTO) TO LEV-QUANTIDADE.
           MOVE TBE-VALOR(WS-IND-EVENTO)      TO LEV-VALOR.
           MOVE TBE-DEBITO(WS-IND-EVENTO)     TO LEV-DEBITO.
           MOVE LINHA-EVENTO TO LINHA-RELATORIO.
           PERFORM IMPRIMIR-LINHA.

           MOVE TBE-CREDITO(WS-IND-EVENTO) TO LEC-CREDITO.
           MOVE LINHA-EVENTO-CREDITO TO LINHA-RELATORIO.
           PERFORM IMPRIMIR-LINHA.

       IMPRIMIR-CONTA.

           MOVE TBC-CONTA(WS-IND-CONTA)    TO LCO-CONTA.
           MOVE TBC-DEBITOS(WS-IND-CONTA)  TO LCO-DEBITOS.
           MOVE TBC-CREDITOS(WS-IND-CONTA) TO LCO-CREDITOS.
           MOVE LINHA-CONTA TO LINHA-RELATORIO.
           PERFORM IMPRIMIR-LINHA.

       IMPRIMIR-TITULO-SECAO.

           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM IMPRIMIR-LINHA.
           MOVE LINHA-TITULO-SECAO TO LINHA-RELATORIO.
           PERFORM IMPRIMIR-LINHA.

      *> Writes the line already in LINHA-RELATORIO, breaking the page
      *> first when it is full.
       IMPRIMIR-LINHA.

           IF WS-LINHAS-PAGINA >= CONST-MAX-LINHAS-PAGINA
               MOVE LINHA-RELATORIO TO LS-TITULO
               PERFORM GERAR-CABECALHO
               MOVE LS-TITULO TO LINHA-RELATORIO
           END-IF.

           WRITE LINHA-RELATORIO.
           MOVE "GRAVACAO DE LINHA DE CONTROLE" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.
           ADD 1 TO WS-LINHAS-PAGINA.

       GERAR-CABECALHO.

           ADD 1 TO WS-NUMERO-PAGINA.
           MOVE ZEROS TO WS-LINHAS-PAGINA.

           MOVE WS-COMPETENCIA   TO LC-COMPETENCIA.
           MOVE WS-DIA-ATUAL     TO LC-DIA.
           MOVE WS-MES-ATUAL     TO LC-MES.
           MOVE WS-ANO-ATUAL     TO LC-ANO.
           MOVE WS-NUMERO-PAGINA TO LC-PAGINA.

           WRITE LINHA-RELATORIO FROM LINHA-CABECALHO-1.
           MOVE "GRAVACAO DE CABECALHO" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

      *> The GO TO above lands here so the section never falls through
      *> its helper paragraphs after the journal is written.
       GRAVAR-DIARIO-FIM.
           EXIT.

       END PROGRAM CADCTBX.
