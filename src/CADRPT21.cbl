      *> ----------------------------------------------------------------
      *> CADRPT21 is the twelve-month revenue forecast. The owner used
      *> to guess next year's cash by multiplying today's roster by
      *> today's fee; this projects each of the next twelve
      *> competences per turma from what the files already know:
      *>
      *>   - the active CADVIN enrollments of active students, rated
      *>     the way CADBILL will rate them: at the price in force for
      *>     each forecast month on the CADPRC.DAT price history, so a
      *>     readjustment CADREAJ has already scheduled shows from its
      *>     competence on (TUR-MENSALIDADE when there is none);
      *>   - less the CADDSC discounts still in force in that month
      *>     (a bolsa ending in March stops discounting in April);
      *>   - plus the open CADPARC installment charges of the active
      *>     CADACD agreements still to fall due, on a row of their
      *>     own ("ACORDO");
      *>   - with the headcount moved month by month by the churn and
      *>     seasonality of the same calendar month in the last twelve
      *>     CADSNP.DAT snapshots - the history CADRPT12 prints.
      *>
      *> Each projected month prints next to what CADCOB.DAT actually
      *> billed the turma in the same month of the year before, and
      *> the last page lists the assumptions and the entry and exit
      *> rates each turma was projected with.
      *>
      *> The base competence comes off the command line as AAAAMM and
      *> defaults to the current month; the forecast covers the twelve
      *> competences after it.
      *>
      *> Output: CADPRV.RPT.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADRPT21.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT CADALU ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS KEY-ALU
               FILE STATUS  IS WS-STATUS.

           SELECT CADTUR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS TUR-CODIGO
               FILE STATUS  IS WS-STATUS.

           SELECT CADVIN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS VIN-CHAVE
               FILE STATUS  IS WS-STATUS.

           SELECT CADDSC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS DSC-MATRICULA
               FILE STATUS  IS WS-STATUS.

           SELECT CADCOB ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS COB-CHAVE
               FILE STATUS  IS WS-STATUS.

           SELECT CADACD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS ACD-NUMERO
               FILE STATUS  IS WS-STATUS.

      *> CADPRC is the turma price history - the fee in force for each
      *> forecast month, by effective-from competence.
           SELECT CADPRC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS PRC-CHAVE
               FILE STATUS  IS WS-STATUS.

           SELECT CADSNP ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS SNP-CHAVE
               FILE STATUS  IS WS-STATUS.

           SELECT RELPRV ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  CADALU
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADALU.DAT".
           COPY CADREG.

       FD  CADTUR
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADTUR.DAT".
           COPY CADTURR.

       FD  CADVIN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADVIN.DAT".
           COPY CADVINR.

       FD  CADDSC
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADDSC.DAT".
           COPY CADDSCR.

       FD  CADCOB
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADCOB.DAT".
           COPY CADCOBR.

       FD  CADACD
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADACD.DAT".
           COPY CADACDR.

       FD  CADPRC
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADPRC.DAT".
           COPY CADPRCR.

       FD  CADSNP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADSNP.DAT".
           COPY CADSNPR.

       FD  RELPRV
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADPRV.RPT".
       01  LINHA-RELATORIO PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-STATUS PIC 9(02) VALUE ZEROS.
       01  WS-OPERACAO PIC X(40).

       01  WS-COMANDO-COMPLETO PIC X(40).
       01  WS-COMPETENCIA-X PIC X(06).
       01  WS-COMPETENCIA-BASE PIC 9(06).
       01  WS-COMPETENCIA-BASE-R REDEFINES WS-COMPETENCIA-BASE.
           03 WS-ANO-BASE PIC 9(04).
           03 WS-MES-BASE PIC 9(02).

      *> Competences counted in whole months (ano * 12 + mes - 1), so
      *> "n months after the base" is plain arithmetic: 1 to 12 is the
      *> forecast, -11 to 0 the year before it.
       01  WS-MESES-BASE PIC 9(06).
       01  WS-MESES-REGISTRO PIC 9(06).
       01  WS-DESLOCAMENTO PIC S9(06).
       01  WS-COMP-REGISTRO-R.
           03 WS-ANO-REGISTRO PIC 9(04).
           03 WS-MES-REGISTRO PIC 9(02).
       01  WS-MESES-CALCULO PIC 9(06).
       01  WS-RESTO-MESES PIC 9(02).
       01  WS-COMPETENCIA-CALCULO PIC 9(06).
       01  WS-COMPETENCIA-CALCULO-R REDEFINES WS-COMPETENCIA-CALCULO.
           03 WS-ANO-CALCULO PIC 9(04).
           03 WS-MES-CALCULO PIC 9(02).
       01  WS-COMP-PREVISAO-INICIO PIC 9(06).
       01  WS-COMP-PREVISAO-FIM PIC 9(06).
       01  WS-COMP-HISTORICO-INICIO PIC 9(06).

      *> WS-IND-MES walks the twelve forecast months; the competence
      *> it stands for is worked out by CALCULAR-COMPETENCIA-PREVISTA.
       01  WS-IND-MES PIC 9(02).
       01  WS-COMP-PREVISTA PIC 9(06).
       01  WS-COMP-PREVISTA-R REDEFINES WS-COMP-PREVISTA.
           03 WS-ANO-PREVISTO PIC 9(04).
           03 WS-MES-PREVISTO PIC 9(02).

       01  WS-FIM-ARQUIVO PIC X(01).
           88 FIM-ARQUIVO     VALUE "S".
           88 NAO-FIM-ARQUIVO VALUE "N".

      *> A school that never granted a discount, never billed, never
      *> negotiated an agreement or never closed a month with CADSNAP
      *> simply lacks that file - its part of the forecast is zero
      *> (or, for the snapshots, the headcount is held flat).
       01  WS-TEM-DESCONTOS PIC X(01).
           88 TEM-DESCONTOS     VALUE "S".
           88 NAO-TEM-DESCONTOS VALUE "N".
       01  WS-TEM-COBRANCAS PIC X(01).
           88 TEM-COBRANCAS     VALUE "S".
           88 NAO-TEM-COBRANCAS VALUE "N".
       01  WS-TEM-ACORDOS PIC X(01).
           88 TEM-ACORDOS     VALUE "S".
           88 NAO-TEM-ACORDOS VALUE "N".
       01  WS-TEM-SNAPSHOTS PIC X(01).
           88 TEM-SNAPSHOTS     VALUE "S".
           88 NAO-TEM-SNAPSHOTS VALUE "N".

      *> The turma fee in force for a competence - the newest price
      *> history line not after it, TUR-MENSALIDADE when there is none
      *> or the school has no CADPRC.DAT.
       01  WS-TEM-PRECOS PIC X(01).
           88 TEM-PRECOS     VALUE "S".
           88 NAO-TEM-PRECOS VALUE "N".
       01  WS-FIM-PRECOS PIC X(01).
           88 FIM-PRECOS     VALUE "S".
           88 NAO-FIM-PRECOS VALUE "N".
       01  WS-COMP-CONSULTA PIC 9(06).
       01  WS-MENSALIDADE-VIGENTE PIC 9(05)V99.

      *> Installment charges of a CADPARC agreement carry this in
      *> COB-TURMA; they are forecast on a row of their own.
       77  CONST-TURMA-ACORDO PIC X(06) VALUE "ACORDO".

      *> Per-turma gathering, bounded the way CADRPT02 and CADRPT11
      *> bound their turma tables - one extra entry is kept for the
      *> ACORDO row. TBP-MES is indexed by forecast month (1 = the
      *> competence after the base); TBH-HISTORICO by calendar month,
      *> so a forecast July reads the snapshot of last July.
      *> TBP-MENSALIDADE is the fee in force at the base competence,
      *> TBP-PRECO the one in force in each forecast month.
       77  CONST-MAX-TURMAS PIC 9(03) VALUE 50.
       01  WS-TOTAL-TURMAS PIC 9(03) VALUE ZEROS.
       01  TABELA-PREVISAO.
           03 PREVISAO-OCORRENCIA OCCURS 51 TIMES.
              05 TBP-TURMA       PIC X(06).
              05 TBP-DESCRICAO   PIC X(30).
              05 TBP-MENSALIDADE PIC 9(05)V99.
              05 TBP-CAPACIDADE  PIC 9(03).
              05 TBP-ALUNOS      PIC 9(05).
              05 TBP-MES OCCURS 12 TIMES.
                 07 TBP-PRECO     PIC 9(05)V99.
                 07 TBP-DESCONTO  PIC 9(07)V99.
                 07 TBP-PARCELAS  PIC 9(07)V99.
                 07 TBP-ANTERIOR  PIC 9(07)V99.
              05 TBH-HISTORICO OCCURS 12 TIMES.
                 07 TBH-SNAPSHOT  PIC X(01).
                    88 TBH-COM-SNAPSHOT VALUE "S".
                 07 TBH-ATIVOS    PIC 9(05).
                 07 TBH-ENTRADAS  PIC 9(05).
                 07 TBH-SAIDAS    PIC 9(05).

      *> Month totals across every row, for the TOTAL GERAL block.
       01  TABELA-TOTAL-MES.
           03 TOTAL-OCORRENCIA OCCURS 12 TIMES.
              05 TTM-ALUNOS    PIC 9(05).
              05 TTM-BRUTO     PIC 9(09)V99.
              05 TTM-DESCONTO  PIC 9(09)V99.
              05 TTM-PREVISTO  PIC 9(09)V99.
              05 TTM-ANTERIOR  PIC 9(09)V99.
       01  WS-TOTAL-ALUNOS-BASE PIC 9(05) VALUE ZEROS.

       01  WS-INDICE PIC 9(03).
       01  WS-ENCONTROU-TURMA PIC X(01).
           88 ENCONTROU-TURMA     VALUE "S".
           88 NAO-ENCONTROU-TURMA VALUE "N".
       01  WS-TURMA-BUSCA PIC X(06).
       01  WS-TURMAS-EXCEDENTES PIC 9(05) VALUE ZEROS.
       01  WS-VINCULOS-FORA PIC 9(05) VALUE ZEROS.
       01  WS-SNAPSHOTS-LIDOS PIC 9(05) VALUE ZEROS.

      *> Projection work fields. The headcount is carried with two
      *> decimals from month to month so a small monthly rate is not
      *> rounded away; it is rounded to whole students only to print.
       01  WS-ALUNOS-PROJ PIC S9(05)V99.
       01  WS-ALUNOS-INTEIRO PIC 9(05).
       01  WS-INICIO-MES PIC S9(06).
       01  WS-TAXA-MES PIC S9(03)V9(04).
       01  WS-VALOR-DESCONTO PIC 9(05)V99.
       01  WS-VALOR-BRUTO PIC 9(09)V99.
       01  WS-DESCONTO-MES PIC 9(09)V99.
       01  WS-VALOR-PREVISTO PIC 9(09)V99.
       01  WS-VALOR-ANTERIOR PIC 9(09)V99.
       01  WS-VARIACAO PIC S9(05)V9.
       01  WS-SOMA-MOVIMENTO PIC 9(09)V99.

      *> Entry and exit rates over the whole history, for the
      *> assumptions page.
       01  WS-MESES-HISTORICO PIC 9(02).
       01  WS-SOMA-INICIO PIC 9(07).
       01  WS-SOMA-ENTRADAS PIC 9(07).
       01  WS-SOMA-SAIDAS PIC 9(07).
       01  WS-TAXA-ENTRADA PIC 9(03)V99.
       01  WS-TAXA-SAIDA PIC 9(03)V99.

       77  CONST-MAX-LINHAS-PAGINA PIC 9(02) VALUE 20.
       01  WS-NUMERO-PAGINA PIC 9(04) VALUE ZEROS.
       01  WS-LINHAS-PAGINA PIC 9(02) VALUE ZEROS.

       01  WS-DATA-ATUAL PIC 9(08).
       01  WS-DATA-ATUAL-R REDEFINES WS-DATA-ATUAL.
           03 WS-ANO-ATUAL PIC 9(04).
           03 WS-MES-ATUAL PIC 9(02).
           03 WS-DIA-ATUAL PIC 9(02).

       01  LINHA-CABECALHO-1.
           03 FILLER          PIC X(28) VALUE
               "PREVISAO DE RECEITA 12 MESES".
           03 FILLER          PIC X(08) VALUE "  DATA: ".
           03 LC-DIA          PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LC-MES          PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LC-ANO          PIC 9(04).
           03 FILLER          PIC X(09) VALUE "  PAGINA ".
           03 LC-PAGINA       PIC ZZZ9.
           03 FILLER          PIC X(21) VALUE SPACES.

       01  LINHA-GRUPO-TURMA.
           03 FILLER          PIC X(06) VALUE "TURMA ".
           03 LG-TURMA        PIC X(06).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LG-DESCRICAO    PIC X(30).
           03 FILLER          PIC X(10) VALUE "  MENSAL. ".
           03 LG-MENSALIDADE  PIC ZZ.ZZ9,99.
           03 FILLER          PIC X(10) VALUE "  ATIVOS ".
           03 LG-ATIVOS       PIC ZZZZ9.
           03 FILLER          PIC X(02) VALUE SPACES.

       01  LINHA-CABECALHO-2.
           03 FILLER          PIC X(08) VALUE "  COMPET".
           03 FILLER          PIC X(06) VALUE "ALUNOS".
           03 FILLER          PIC X(14) VALUE "         BRUTO".
           03 FILLER          PIC X(11) VALUE "  DESCONTOS".
           03 FILLER          PIC X(13) VALUE "     PREVISTO".
           03 FILLER          PIC X(14) VALUE "  ANO ANTERIOR".
           03 FILLER          PIC X(10) VALUE "    VAR.% ".
           03 FILLER          PIC X(04) VALUE SPACES.

       01  LINHA-DETALHE.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LD-COMPETENCIA  PIC 9(06).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LD-ALUNOS       PIC ZZZ9.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LD-BRUTO        PIC Z.ZZZ.ZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LD-DESCONTO     PIC ZZZ.ZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LD-PREVISTO     PIC Z.ZZZ.ZZ9,99.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LD-ANTERIOR     PIC Z.ZZZ.ZZ9,99.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LD-COLUNA-VARIACAO.
              05 LD-VARIACAO  PIC -ZZZ9,9.
              05 FILLER       PIC X(01) VALUE "%".
           03 LD-SEM-VARIACAO REDEFINES LD-COLUNA-VARIACAO
                              PIC X(08).
           03 FILLER          PIC X(04) VALUE SPACES.

       01  LINHA-TITULO-QUADRO.
           03 LTQ-TEXTO       PIC X(40).
           03 FILLER          PIC X(40) VALUE SPACES.

       01  LINHA-TEXTO.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LTX-TEXTO       PIC X(78).

       01  LINHA-JANELA.
           03 LJ-ROTULO       PIC X(24).
           03 LJ-INICIO       PIC 9(06).
           03 FILLER          PIC X(03) VALUE " A ".
           03 LJ-FIM          PIC 9(06).
           03 LJ-COMPLEMENTO  PIC X(20).
           03 LJ-QUANTIDADE   PIC ZZZZ9.
           03 FILLER          PIC X(16) VALUE SPACES.

       01  LINHA-TAXA-CAB.
           03 FILLER PIC X(08) VALUE "TURMA   ".
           03 FILLER PIC X(10) VALUE "MESES HIST".
           03 FILLER PIC X(08) VALUE "ENTRADAS".
           03 FILLER PIC X(08) VALUE "  SAIDAS".
           03 FILLER PIC X(17) VALUE "   TX ENTRADA/MES".
           03 FILLER PIC X(17) VALUE "     TX SAIDA/MES".
           03 FILLER PIC X(12) VALUE SPACES.

       01  LINHA-TAXA.
           03 LTA-TURMA       PIC X(06).
           03 FILLER          PIC X(08) VALUE SPACES.
           03 LTA-MESES       PIC Z9.
           03 FILLER          PIC X(05) VALUE SPACES.
           03 LTA-ENTRADAS    PIC ZZZZ9.
           03 FILLER          PIC X(03) VALUE SPACES.
           03 LTA-SAIDAS      PIC ZZZZ9.
           03 FILLER          PIC X(10) VALUE SPACES.
           03 LTA-TAXA-ENTRADA PIC ZZ9,99.
           03 FILLER          PIC X(01) VALUE "%".
           03 FILLER          PIC X(10) VALUE SPACES.
           03 LTA-TAXA-SAIDA  PIC ZZ9,99.
           03 FILLER          PIC X(01) VALUE "%".
           03 FILLER          PIC X(12) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM ABRIR-ARQUIVOS.

           PERFORM CARREGAR-TURMAS.

           MOVE ZEROS TO VIN-MATRICULA.
           MOVE SPACES TO VIN-TURMA.
           START CADVIN KEY IS NOT LESS THAN VIN-CHAVE.
           IF WS-STATUS = 00
               SET NAO-FIM-ARQUIVO TO TRUE
               PERFORM SOMAR-PROXIMO-VINCULO UNTIL FIM-ARQUIVO
           END-IF.
           MOVE ZEROS TO WS-STATUS.

           IF TEM-COBRANCAS
               SET NAO-FIM-ARQUIVO TO TRUE
               PERFORM SOMAR-PROXIMA-COBRANCA UNTIL FIM-ARQUIVO
           END-IF.

           IF TEM-SNAPSHOTS
               SET NAO-FIM-ARQUIVO TO TRUE
               PERFORM LER-PROXIMO-SNAPSHOT UNTIL FIM-ARQUIVO
           END-IF.

           PERFORM GERAR-RELATORIO.
           PERFORM FECHAR-ARQUIVOS.

           DISPLAY "PREVISAO DE " WS-COMP-PREVISAO-INICIO " A "
               WS-COMP-PREVISAO-FIM " GERADA EM CADPRV.RPT".
           DISPLAY "TURMAS PROJETADAS:    " WS-TOTAL-TURMAS.
           DISPLAY "SNAPSHOTS DE HISTORICO: " WS-SNAPSHOTS-LIDOS.
           IF WS-TURMAS-EXCEDENTES > ZERO
               DISPLAY "TURMAS ALEM DO LIMITE DA TABELA (FORA DA "
                   "PREVISAO): " WS-TURMAS-EXCEDENTES
           END-IF.
           IF WS-VINCULOS-FORA > ZERO
               DISPLAY "VINCULOS EM TURMA NAO CADASTRADA: "
                   WS-VINCULOS-FORA
           END-IF.

           STOP RUN.

      *> ----------------------------------------------------------------
      *> ABRIR-ARQUIVOS reads the base competence off the command line
      *> (current month when absent) and works out the forecast window
      *> after it and the history window that ends on it. The roster,
      *> turma and enrollment files are what the forecast starts from
      *> and must exist; the other four are optional.
      *> ----------------------------------------------------------------
       ABRIR-ARQUIVOS.

           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.

           ACCEPT WS-COMANDO-COMPLETO FROM COMMAND-LINE.
           UNSTRING WS-COMANDO-COMPLETO DELIMITED BY SPACE
               INTO WS-COMPETENCIA-X.
           IF WS-COMPETENCIA-X = SPACES
               COMPUTE WS-COMPETENCIA-BASE =
                   WS-ANO-ATUAL * 100 + WS-MES-ATUAL
           ELSE
               MOVE WS-COMPETENCIA-X TO WS-COMPETENCIA-BASE
           END-IF.

           COMPUTE WS-MESES-BASE =
               WS-ANO-BASE * 12 + WS-MES-BASE - 1.

           COMPUTE WS-MESES-CALCULO = WS-MESES-BASE + 1.
           PERFORM CONVERTER-MESES-COMPETENCIA.
           MOVE WS-COMPETENCIA-CALCULO TO WS-COMP-PREVISAO-INICIO.
           COMPUTE WS-MESES-CALCULO = WS-MESES-BASE + 12.
           PERFORM CONVERTER-MESES-COMPETENCIA.
           MOVE WS-COMPETENCIA-CALCULO TO WS-COMP-PREVISAO-FIM.
           COMPUTE WS-MESES-CALCULO = WS-MESES-BASE - 11.
           PERFORM CONVERTER-MESES-COMPETENCIA.
           MOVE WS-COMPETENCIA-CALCULO TO WS-COMP-HISTORICO-INICIO.

           OPEN INPUT CADALU.
           IF WS-STATUS = 35
               DISPLAY "CADALU.DAT NAO ENCONTRADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "ABERTURA DE CADALU (INPUT)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           OPEN INPUT CADTUR.
           IF WS-STATUS = 35
               DISPLAY "CADTUR.DAT NAO ENCONTRADO - CADASTRE AS "
                   "TURMAS PRIMEIRO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "ABERTURA DE CADTUR (INPUT)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           OPEN INPUT CADVIN.
           IF WS-STATUS = 35
               DISPLAY "CADVIN.DAT NAO ENCONTRADO - RODE O CADVMIG "
                   "PARA GERAR OS VINCULOS DO CADASTRO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "ABERTURA DE CADVIN (INPUT)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           SET TEM-DESCONTOS TO TRUE.
           OPEN INPUT CADDSC.
           IF WS-STATUS = 35
               SET NAO-TEM-DESCONTOS TO TRUE
               MOVE ZEROS TO WS-STATUS
           ELSE
               MOVE "ABERTURA DE CADDSC (INPUT)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

           SET TEM-COBRANCAS TO TRUE.
           OPEN INPUT CADCOB.
           IF WS-STATUS = 35
               SET NAO-TEM-COBRANCAS TO TRUE
               MOVE ZEROS TO WS-STATUS
           ELSE
               MOVE "ABERTURA DE CADCOB (INPUT)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

           SET TEM-ACORDOS TO TRUE.
           OPEN INPUT CADACD.
           IF WS-STATUS = 35
               SET NAO-TEM-ACORDOS TO TRUE
               MOVE ZEROS TO WS-STATUS
           ELSE
               MOVE "ABERTURA DE CADACD (INPUT)" TO WS-OPERACAO
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

           SET TEM-SNAPSHOTS TO TRUE.
           OPEN INPUT CADSNP.
           IF WS-STATUS = 35
               SET NAO-TEM-SNAPSHOTS TO TRUE
               MOVE ZEROS TO WS-STATUS
               DISPLAY "CADSNP.DAT NAO ENCONTRADO - ALUNOS PROJETADOS "
                   "SEM ROTATIVIDADE (RODE O CADSNAP NOS FECHAMENTOS)"
           ELSE
               MOVE "ABERTURA DE CADSNP (INPUT)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

           OPEN OUTPUT RELPRV.
           MOVE "ABERTURA DE RELPRV (OUTPUT)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

       CONVERTER-MESES-COMPETENCIA.

           DIVIDE WS-MESES-CALCULO BY 12 GIVING WS-ANO-CALCULO
               REMAINDER WS-RESTO-MESES.
           COMPUTE WS-MES-CALCULO = WS-RESTO-MESES + 1.

      *> ----------------------------------------------------------------
      *> CARREGAR-TURMAS fills the table from the turma master in code
      *> order, then appends the ACORDO row the agreement installments
      *> are gathered on.
      *> ----------------------------------------------------------------
       CARREGAR-TURMAS.

           INITIALIZE TABELA-PREVISAO.
           INITIALIZE TABELA-TOTAL-MES.

           MOVE SPACES TO TUR-CODIGO.
           START CADTUR KEY IS NOT LESS THAN TUR-CODIGO.
           IF WS-STATUS = 00
               SET NAO-FIM-ARQUIVO TO TRUE
               PERFORM CARREGAR-PROXIMA-TURMA UNTIL FIM-ARQUIVO
           END-IF.
           MOVE ZEROS TO WS-STATUS.

           ADD 1 TO WS-TOTAL-TURMAS.
           MOVE CONST-TURMA-ACORDO TO TBP-TURMA(WS-TOTAL-TURMAS).
           MOVE "PARCELAS DE ACORDOS A VENCER"
               TO TBP-DESCRICAO(WS-TOTAL-TURMAS).

       CARREGAR-PROXIMA-TURMA.

           READ CADTUR NEXT RECORD.
           IF WS-STATUS NOT = 00
               SET FIM-ARQUIVO TO TRUE
           ELSE
               IF WS-TOTAL-TURMAS < CONST-MAX-TURMAS
                   ADD 1 TO WS-TOTAL-TURMAS
                   MOVE WS-TOTAL-TURMAS TO WS-INDICE
                   MOVE TUR-CODIGO      TO TBP-TURMA(WS-INDICE)
                   MOVE TUR-DESCRICAO   TO TBP-DESCRICAO(WS-INDICE)
                   MOVE TUR-MENSALIDADE TO TBP-MENSALIDADE(WS-INDICE)
                   MOVE TUR-CAPACIDADE  TO TBP-CAPACIDADE(WS-INDICE)
                   PERFORM OBTER-PRECOS-TURMA
               ELSE
                   ADD 1 TO WS-TURMAS-EXCEDENTES
               END-IF
           END-IF.

      *> ----------------------------------------------------------------
      *> OBTER-PRECOS-TURMA rates the turma just read at the base
      *> competence and at each forecast month, the reading CADBILL
      *> will make when the month opens.
      *> ----------------------------------------------------------------
       OBTER-PRECOS-TURMA.

           MOVE WS-COMPETENCIA-BASE TO WS-COMP-CONSULTA.
           PERFORM OBTER-MENSALIDADE-VIGENTE.
           MOVE WS-MENSALIDADE-VIGENTE TO TBP-MENSALIDADE(WS-INDICE).

           PERFORM OBTER-PRECO-MES VARYING WS-IND-MES
               FROM 1 BY 1 UNTIL WS-IND-MES > 12.

       OBTER-PRECO-MES.

           PERFORM CALCULAR-COMPETENCIA-PREVISTA.
           MOVE WS-COMP-PREVISTA TO WS-COMP-CONSULTA.
           PERFORM OBTER-MENSALIDADE-VIGENTE.
           MOVE WS-MENSALIDADE-VIGENTE
               TO TBP-PRECO(WS-INDICE, WS-IND-MES).

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
               OR PRC-COMPETENCIA > WS-COMP-CONSULTA
               SET FIM-PRECOS TO TRUE
           ELSE
               MOVE PRC-MENSALIDADE TO WS-MENSALIDADE-VIGENTE
           END-IF.

      *> ----------------------------------------------------------------
      *> SOMAR-PROXIMO-VINCULO counts an active enrollment of an active
      *> student on its turma - the same test CADBILL bills by, so a
      *> student on leave or suspended is not in the base - and adds
      *> the student's discount to every forecast month it covers.
      *> ----------------------------------------------------------------
       SOMAR-PROXIMO-VINCULO.

           READ CADVIN NEXT RECORD.
           IF WS-STATUS NOT = 00
               SET FIM-ARQUIVO TO TRUE
           ELSE
               IF VIN-ATIVA
                   MOVE VIN-MATRICULA TO KEY-ALU
                   READ CADALU KEY IS KEY-ALU
                   IF WS-STATUS = 00 AND ALU-ATIVO
                       MOVE VIN-TURMA TO WS-TURMA-BUSCA
                       PERFORM LOCALIZAR-TURMA-TABELA
                       IF ENCONTROU-TURMA
                           ADD 1 TO TBP-ALUNOS(WS-INDICE)
                           IF TEM-DESCONTOS
                               PERFORM SOMAR-DESCONTOS-VINCULO
                           END-IF
                       ELSE
                           ADD 1 TO WS-VINCULOS-FORA
                       END-IF
                   END-IF
                   MOVE ZEROS TO WS-STATUS
               END-IF
           END-IF.

       SOMAR-DESCONTOS-VINCULO.

           MOVE KEY-ALU TO DSC-MATRICULA.
           READ CADDSC KEY IS DSC-MATRICULA.
           IF WS-STATUS = 00 AND DSC-ATIVO
               PERFORM SOMAR-DESCONTO-MES VARYING WS-IND-MES
                   FROM 1 BY 1 UNTIL WS-IND-MES > 12
           END-IF.
           MOVE ZEROS TO WS-STATUS.

      *> ----------------------------------------------------------------
      *> SOMAR-DESCONTO-MES rates the discount for one forecast month
      *> exactly as CADBILL's APLICAR-DESCONTO will when that month
      *> opens: only inside the vigencia, a percentage of the month's
      *> fee or a fixed amount, never more than the fee itself.
      *> ----------------------------------------------------------------
       SOMAR-DESCONTO-MES.

           PERFORM CALCULAR-COMPETENCIA-PREVISTA.

           IF WS-COMP-PREVISTA NOT < DSC-COMP-INICIO
               AND WS-COMP-PREVISTA NOT > DSC-COMP-FIM
               IF DSC-PERCENTUAL
                   COMPUTE WS-VALOR-DESCONTO ROUNDED =
                       TBP-PRECO(WS-INDICE, WS-IND-MES) * DSC-VALOR
                       / 100
               ELSE
                   MOVE DSC-VALOR TO WS-VALOR-DESCONTO
               END-IF
               IF WS-VALOR-DESCONTO > TBP-PRECO(WS-INDICE, WS-IND-MES)
                   MOVE TBP-PRECO(WS-INDICE, WS-IND-MES)
                       TO WS-VALOR-DESCONTO
               END-IF
               ADD WS-VALOR-DESCONTO
                   TO TBP-DESCONTO(WS-INDICE, WS-IND-MES)
           END-IF.

       CALCULAR-COMPETENCIA-PREVISTA.

           COMPUTE WS-MESES-CALCULO = WS-MESES-BASE + WS-IND-MES.
           PERFORM CONVERTER-MESES-COMPETENCIA.
           MOVE WS-COMPETENCIA-CALCULO TO WS-COMP-PREVISTA.

      *> ----------------------------------------------------------------
      *> SOMAR-PROXIMA-COBRANCA takes two things off the charges file:
      *> what each turma was billed in the twelve months up to the base
      *> (cancelled charges and those superseded by an agreement left
      *> out, the way CADRPT11 counts billing), and the open ACORDO
      *> installments of the forecast window whose agreement is still
      *> active. Event fees and sales carry no registered turma and
      *> are left out of both.
      *> ----------------------------------------------------------------
       SOMAR-PROXIMA-COBRANCA.

           READ CADCOB NEXT RECORD.
           IF WS-STATUS NOT = 00
               SET FIM-ARQUIVO TO TRUE
           ELSE
               MOVE COB-COMPETENCIA TO WS-COMP-REGISTRO-R
               PERFORM CALCULAR-DESLOCAMENTO
               IF WS-DESLOCAMENTO > -12
                   AND WS-DESLOCAMENTO NOT > 12
                   MOVE COB-TURMA TO WS-TURMA-BUSCA
                   PERFORM LOCALIZAR-TURMA-TABELA
                   IF ENCONTROU-TURMA
                       PERFORM CLASSIFICAR-COBRANCA
                   END-IF
               END-IF
           END-IF.

       CLASSIFICAR-COBRANCA.

           IF WS-DESLOCAMENTO > ZERO
               IF COB-TURMA = CONST-TURMA-ACORDO AND COB-ABERTA
                   MOVE WS-DESLOCAMENTO TO WS-IND-MES
                   PERFORM SOMAR-PARCELA-ACORDO
               END-IF
           ELSE
               IF NOT COB-CANCELADA AND NOT COB-SUBSTITUIDA
                   COMPUTE WS-IND-MES = WS-DESLOCAMENTO + 12
                   ADD COB-VALOR TO TBP-ANTERIOR(WS-INDICE, WS-IND-MES)
               END-IF
           END-IF.

       SOMAR-PARCELA-ACORDO.

           IF TEM-ACORDOS
               MOVE COB-ACORDO TO ACD-NUMERO
               READ CADACD KEY IS ACD-NUMERO
               IF WS-STATUS = 00 AND ACD-ATIVO
                   PERFORM ACUMULAR-PARCELA
               END-IF
               MOVE ZEROS TO WS-STATUS
           ELSE
               PERFORM ACUMULAR-PARCELA
           END-IF.

       ACUMULAR-PARCELA.

           IF COB-VALOR > COB-VALOR-PAGO
               COMPUTE TBP-PARCELAS(WS-INDICE, WS-IND-MES) =
                   TBP-PARCELAS(WS-INDICE, WS-IND-MES)
                   + COB-VALOR - COB-VALOR-PAGO
           END-IF.

       CALCULAR-DESLOCAMENTO.

           COMPUTE WS-MESES-REGISTRO =
               WS-ANO-REGISTRO * 12 + WS-MES-REGISTRO - 1.
           COMPUTE WS-DESLOCAMENTO =
               WS-MESES-REGISTRO - WS-MESES-BASE.

      *> ----------------------------------------------------------------
      *> LER-PROXIMO-SNAPSHOT files each snapshot of the twelve months
      *> up to the base under its turma and calendar month: the month's
      *> entries (new enrollments plus transfers in) and exits
      *> (withdrawals, graduations and transfers out) against the
      *> active count it closed with.
      *> ----------------------------------------------------------------
       LER-PROXIMO-SNAPSHOT.

           READ CADSNP NEXT RECORD.
           IF WS-STATUS NOT = 00
               SET FIM-ARQUIVO TO TRUE
           ELSE
               MOVE SNP-COMPETENCIA TO WS-COMP-REGISTRO-R
               PERFORM CALCULAR-DESLOCAMENTO
               IF WS-DESLOCAMENTO > -12
                   AND WS-DESLOCAMENTO NOT > ZERO
                   AND WS-MES-REGISTRO > ZERO
                   AND WS-MES-REGISTRO NOT > 12
                   MOVE SNP-TURMA TO WS-TURMA-BUSCA
                   PERFORM LOCALIZAR-TURMA-TABELA
                   IF ENCONTROU-TURMA
                       PERFORM GUARDAR-SNAPSHOT
                   END-IF
               END-IF
           END-IF.

       GUARDAR-SNAPSHOT.

           MOVE "S" TO TBH-SNAPSHOT(WS-INDICE, WS-MES-REGISTRO).
           MOVE SNP-ATIVOS TO TBH-ATIVOS(WS-INDICE, WS-MES-REGISTRO).
           COMPUTE TBH-ENTRADAS(WS-INDICE, WS-MES-REGISTRO) =
               SNP-NOVOS + SNP-TRANSF-ENTRADAS.
           COMPUTE TBH-SAIDAS(WS-INDICE, WS-MES-REGISTRO) =
               SNP-BAIXAS + SNP-FORMADOS + SNP-TRANSF-SAIDAS.
           ADD 1 TO WS-SNAPSHOTS-LIDOS.

      *> ----------------------------------------------------------------
      *> LOCALIZAR-TURMA-TABELA finds the turma in the forecast table,
      *> leaving WS-INDICE on it - the same linear search CADRPT11
      *> runs. The table is built from the turma master up front, so
      *> nothing is added here: a code that is not on it (an event fee,
      *> a sale) is simply not found.
      *> ----------------------------------------------------------------
       LOCALIZAR-TURMA-TABELA.

           SET NAO-ENCONTROU-TURMA TO TRUE.

           IF WS-TOTAL-TURMAS > ZERO
               MOVE 1 TO WS-INDICE
               PERFORM PROCURAR-TURMA WITH TEST AFTER
                   UNTIL WS-INDICE > WS-TOTAL-TURMAS
                   OR ENCONTROU-TURMA
           END-IF.

       PROCURAR-TURMA.

           IF TBP-TURMA(WS-INDICE) = WS-TURMA-BUSCA
               SET ENCONTROU-TURMA TO TRUE
           ELSE
               ADD 1 TO WS-INDICE
           END-IF.

      *> ----------------------------------------------------------------
      *> GERAR-RELATORIO prints one block per turma with anything to
      *> show, the TOTAL GERAL block, and the assumptions on the last
      *> page.
      *> ----------------------------------------------------------------
       GERAR-RELATORIO.

           PERFORM IMPRIMIR-TURMA VARYING WS-INDICE FROM 1 BY 1
               UNTIL WS-INDICE > WS-TOTAL-TURMAS.

           PERFORM IMPRIMIR-TOTAL-GERAL.

           PERFORM IMPRIMIR-PREMISSAS.

       IMPRIMIR-TURMA.

           MOVE ZEROS TO WS-SOMA-MOVIMENTO.
           PERFORM SOMAR-MOVIMENTO-MES VARYING WS-IND-MES
               FROM 1 BY 1 UNTIL WS-IND-MES > 12.

           IF TBP-ALUNOS(WS-INDICE) > ZERO
               OR WS-SOMA-MOVIMENTO > ZERO
               ADD TBP-ALUNOS(WS-INDICE) TO WS-TOTAL-ALUNOS-BASE
               MOVE TBP-TURMA(WS-INDICE)       TO LG-TURMA
               MOVE TBP-DESCRICAO(WS-INDICE)   TO LG-DESCRICAO
               MOVE TBP-MENSALIDADE(WS-INDICE) TO LG-MENSALIDADE
               MOVE TBP-ALUNOS(WS-INDICE)      TO LG-ATIVOS
               PERFORM INICIAR-BLOCO
               MOVE TBP-ALUNOS(WS-INDICE) TO WS-ALUNOS-PROJ
               PERFORM PROJETAR-MES VARYING WS-IND-MES
                   FROM 1 BY 1 UNTIL WS-IND-MES > 12
           END-IF.

       SOMAR-MOVIMENTO-MES.

           ADD TBP-PARCELAS(WS-INDICE, WS-IND-MES)
               TBP-ANTERIOR(WS-INDICE, WS-IND-MES)
               TO WS-SOMA-MOVIMENTO.

      *> ----------------------------------------------------------------
      *> PROJETAR-MES works out one forecast month of the turma: the
      *> headcount moved by the month's rate, at the fee in force that
      *> month, less the discounts in force (never more than the
      *> gross); on the ACORDO row, the installments falling due. The
      *> line is added to the month totals and printed against last
      *> year's billing.
      *> ----------------------------------------------------------------
       PROJETAR-MES.

           PERFORM CALCULAR-COMPETENCIA-PREVISTA.

           IF TBP-TURMA(WS-INDICE) = CONST-TURMA-ACORDO
               MOVE ZEROS TO WS-ALUNOS-INTEIRO
               MOVE TBP-PARCELAS(WS-INDICE, WS-IND-MES)
                   TO WS-VALOR-BRUTO
               MOVE ZEROS TO WS-DESCONTO-MES
           ELSE
               PERFORM APLICAR-TAXA-MES
               COMPUTE WS-ALUNOS-INTEIRO ROUNDED = WS-ALUNOS-PROJ
               COMPUTE WS-VALOR-BRUTO ROUNDED =
                   WS-ALUNOS-PROJ * TBP-PRECO(WS-INDICE, WS-IND-MES)
               MOVE TBP-DESCONTO(WS-INDICE, WS-IND-MES)
                   TO WS-DESCONTO-MES
               IF WS-DESCONTO-MES > WS-VALOR-BRUTO
                   MOVE WS-VALOR-BRUTO TO WS-DESCONTO-MES
               END-IF
           END-IF.

           COMPUTE WS-VALOR-PREVISTO =
               WS-VALOR-BRUTO - WS-DESCONTO-MES.
           MOVE TBP-ANTERIOR(WS-INDICE, WS-IND-MES)
               TO WS-VALOR-ANTERIOR.

           ADD WS-ALUNOS-INTEIRO  TO TTM-ALUNOS(WS-IND-MES).
           ADD WS-VALOR-BRUTO     TO TTM-BRUTO(WS-IND-MES).
           ADD WS-DESCONTO-MES    TO TTM-DESCONTO(WS-IND-MES).
           ADD WS-VALOR-PREVISTO  TO TTM-PREVISTO(WS-IND-MES).
           ADD WS-VALOR-ANTERIOR  TO TTM-ANTERIOR(WS-IND-MES).

           PERFORM IMPRIMIR-LINHA-PREVISAO.

      *> ----------------------------------------------------------------
      *> APLICAR-TAXA-MES moves the headcount by the net rate of the
      *> same calendar month last year - (entries - exits) over the
      *> count the month opened with, that is, its closing count less
      *> the entries plus the exits. A month with no snapshot keeps the
      *> headcount flat. The projection never goes below zero nor
      *> above the turma's capacity.
      *> ----------------------------------------------------------------
       APLICAR-TAXA-MES.

           MOVE ZEROS TO WS-TAXA-MES.

           IF TBH-COM-SNAPSHOT(WS-INDICE, WS-MES-PREVISTO)
               COMPUTE WS-INICIO-MES =
                   TBH-ATIVOS(WS-INDICE, WS-MES-PREVISTO)
                   - TBH-ENTRADAS(WS-INDICE, WS-MES-PREVISTO)
                   + TBH-SAIDAS(WS-INDICE, WS-MES-PREVISTO)
               IF WS-INICIO-MES > ZERO
                   COMPUTE WS-TAXA-MES ROUNDED =
                       (TBH-ENTRADAS(WS-INDICE, WS-MES-PREVISTO)
                       - TBH-SAIDAS(WS-INDICE, WS-MES-PREVISTO))
                       / WS-INICIO-MES
               END-IF
           END-IF.

           COMPUTE WS-ALUNOS-PROJ ROUNDED =
               WS-ALUNOS-PROJ * (1 + WS-TAXA-MES).

           IF WS-ALUNOS-PROJ < ZERO
               MOVE ZEROS TO WS-ALUNOS-PROJ
           END-IF.
           IF TBP-CAPACIDADE(WS-INDICE) > ZERO
               AND WS-ALUNOS-PROJ > TBP-CAPACIDADE(WS-INDICE)
               MOVE TBP-CAPACIDADE(WS-INDICE) TO WS-ALUNOS-PROJ
           END-IF.

       IMPRIMIR-TOTAL-GERAL.

           MOVE SPACES TO LG-TURMA.
           MOVE "TOTAL GERAL" TO LG-DESCRICAO.
           MOVE ZEROS TO LG-MENSALIDADE.
           MOVE WS-TOTAL-ALUNOS-BASE TO LG-ATIVOS.
           PERFORM INICIAR-BLOCO.

           PERFORM IMPRIMIR-TOTAL-MES VARYING WS-IND-MES
               FROM 1 BY 1 UNTIL WS-IND-MES > 12.

       IMPRIMIR-TOTAL-MES.

           PERFORM CALCULAR-COMPETENCIA-PREVISTA.

           MOVE TTM-ALUNOS(WS-IND-MES)   TO WS-ALUNOS-INTEIRO.
           MOVE TTM-BRUTO(WS-IND-MES)    TO WS-VALOR-BRUTO.
           MOVE TTM-DESCONTO(WS-IND-MES) TO WS-DESCONTO-MES.
           MOVE TTM-PREVISTO(WS-IND-MES) TO WS-VALOR-PREVISTO.
           MOVE TTM-ANTERIOR(WS-IND-MES) TO WS-VALOR-ANTERIOR.

           PERFORM IMPRIMIR-LINHA-PREVISAO.

      *> ----------------------------------------------------------------
      *> INICIAR-BLOCO opens a turma's block - on a fresh page when
      *> fewer than four lines are left, so a heading is never
      *> stranded at the foot of a page.
      *> ----------------------------------------------------------------
       INICIAR-BLOCO.

           IF WS-LINHAS-PAGINA = ZEROS
               OR WS-LINHAS-PAGINA + 4 > CONST-MAX-LINHAS-PAGINA
               PERFORM QUEBRAR-PAGINA
           END-IF.

           PERFORM IMPRIMIR-GRUPO-TURMA.

       IMPRIMIR-GRUPO-TURMA.

           WRITE LINHA-RELATORIO FROM LINHA-GRUPO-TURMA.
           MOVE "GRAVACAO DE GRUPO (TURMA)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           WRITE LINHA-RELATORIO FROM LINHA-CABECALHO-2.
           MOVE "GRAVACAO DE CABECALHO (COLUNAS)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           ADD 2 TO WS-LINHAS-PAGINA.

      *> A block that runs past the foot of the page carries its turma
      *> heading over to the next one, the way CADRPT12 does.
       IMPRIMIR-LINHA-PREVISAO.

           IF WS-LINHAS-PAGINA >= CONST-MAX-LINHAS-PAGINA
               PERFORM QUEBRAR-PAGINA
               PERFORM IMPRIMIR-GRUPO-TURMA
           END-IF.

           MOVE WS-COMP-PREVISTA  TO LD-COMPETENCIA.
           MOVE WS-ALUNOS-INTEIRO TO LD-ALUNOS.
           MOVE WS-VALOR-BRUTO    TO LD-BRUTO.
           MOVE WS-DESCONTO-MES   TO LD-DESCONTO.
           MOVE WS-VALOR-PREVISTO TO LD-PREVISTO.
           MOVE WS-VALOR-ANTERIOR TO LD-ANTERIOR.

           IF WS-VALOR-ANTERIOR > ZERO
               COMPUTE WS-VARIACAO ROUNDED =
                   (WS-VALOR-PREVISTO - WS-VALOR-ANTERIOR) * 100
                   / WS-VALOR-ANTERIOR
               IF WS-VARIACAO > 9999
                   MOVE 9999 TO WS-VARIACAO
               END-IF
               MOVE WS-VARIACAO TO LD-VARIACAO
               MOVE "%" TO LD-SEM-VARIACAO(8:1)
           ELSE
               MOVE "     -  " TO LD-SEM-VARIACAO
           END-IF.

           WRITE LINHA-RELATORIO FROM LINHA-DETALHE.
           MOVE "GRAVACAO DE LINHA DE DETALHE" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.
           ADD 1 TO WS-LINHAS-PAGINA.

      *> ----------------------------------------------------------------
      *> IMPRIMIR-PREMISSAS is the last page: the windows the forecast
      *> was built on, the rules it follows, and each turma's average
      *> monthly entry and exit rate over the snapshot history.
      *> ----------------------------------------------------------------
       IMPRIMIR-PREMISSAS.

           PERFORM QUEBRAR-PAGINA.

           MOVE "PREMISSAS DA PREVISAO" TO LTQ-TEXTO.
           PERFORM IMPRIMIR-TITULO-QUADRO.

           MOVE "COMPETENCIAS PREVISTAS: " TO LJ-ROTULO.
           MOVE WS-COMP-PREVISAO-INICIO TO LJ-INICIO.
           MOVE WS-COMP-PREVISAO-FIM TO LJ-FIM.
           MOVE "  ALUNOS NA BASE:   " TO LJ-COMPLEMENTO.
           MOVE WS-TOTAL-ALUNOS-BASE TO LJ-QUANTIDADE.
           PERFORM IMPRIMIR-JANELA.

           MOVE "HISTORICO CADSNP:      " TO LJ-ROTULO.
           MOVE WS-COMP-HISTORICO-INICIO TO LJ-INICIO.
           MOVE WS-COMPETENCIA-BASE TO LJ-FIM.
           MOVE "  SNAPSHOTS LIDOS:  " TO LJ-COMPLEMENTO.
           MOVE WS-SNAPSHOTS-LIDOS TO LJ-QUANTIDADE.
           PERFORM IMPRIMIR-JANELA.

           MOVE
               "BASE: VINCULOS ATIVOS DE ALUNOS ATIVOS NESTA DATA"
               TO LTX-TEXTO.
           PERFORM IMPRIMIR-TEXTO.
           MOVE
               "PRECO: MENSALIDADE EM VIGOR NO MES (HISTORICO CADPRC)"
               TO LTX-TEXTO.
           PERFORM IMPRIMIR-TEXTO.
           MOVE
               "DESCONTOS: CADDSC ATIVOS, NOS MESES DA VIGENCIA"
               TO LTX-TEXTO.
           PERFORM IMPRIMIR-TEXTO.
           MOVE
               "ACORDO: PARCELAS EM ABERTO DE ACORDOS ATIVOS"
               TO LTX-TEXTO.
           PERFORM IMPRIMIR-TEXTO.
           MOVE
               "TAXA DO MES = (ENTRADAS - SAIDAS) / ATIVOS NO INICIO"
               TO LTX-TEXTO.
           PERFORM IMPRIMIR-TEXTO.
           MOVE
               "  DO MESMO MES DO ANO NO HISTORICO CADSNP"
               TO LTX-TEXTO.
           PERFORM IMPRIMIR-TEXTO.
           MOVE
               "  ENTRADAS = NOVOS + TRANSFERIDOS PARA A TURMA"
               TO LTX-TEXTO.
           PERFORM IMPRIMIR-TEXTO.
           MOVE
               "  SAIDAS = BAIXAS + FORMADOS + TRANSFERIDOS DA TURMA"
               TO LTX-TEXTO.
           PERFORM IMPRIMIR-TEXTO.
           MOVE
               "  MES SEM SNAPSHOT: ALUNOS MANTIDOS (TAXA ZERO)"
               TO LTX-TEXTO.
           PERFORM IMPRIMIR-TEXTO.
           MOVE
               "ALUNOS NOVOS PELA MENSALIDADE CHEIA, ATE A CAPACIDADE"
               TO LTX-TEXTO.
           PERFORM IMPRIMIR-TEXTO.
           MOVE
               "ANO ANTERIOR: COBRADO NO MES (SEM CANCELADAS OU"
               TO LTX-TEXTO.
           PERFORM IMPRIMIR-TEXTO.
           MOVE
               "  SUBSTITUIDAS POR ACORDO)"
               TO LTX-TEXTO.
           PERFORM IMPRIMIR-TEXTO.

           PERFORM VERIFICAR-QUEBRA-PAGINA.
           WRITE LINHA-RELATORIO FROM LINHA-TAXA-CAB.
           MOVE "GRAVACAO DE CABECALHO (TAXAS)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.
           ADD 1 TO WS-LINHAS-PAGINA.

           PERFORM IMPRIMIR-TAXA-TURMA VARYING WS-INDICE FROM 1 BY 1
               UNTIL WS-INDICE > WS-TOTAL-TURMAS.

      *> ----------------------------------------------------------------
      *> IMPRIMIR-TAXA-TURMA sums the turma's snapshot history into an
      *> average monthly entry and exit rate over the count the months
      *> opened with - the churn the forecast above was moved by.
      *> ----------------------------------------------------------------
       IMPRIMIR-TAXA-TURMA.

           IF TBP-TURMA(WS-INDICE) NOT = CONST-TURMA-ACORDO
               MOVE ZEROS TO WS-MESES-HISTORICO
               MOVE ZEROS TO WS-SOMA-INICIO
               MOVE ZEROS TO WS-SOMA-ENTRADAS
               MOVE ZEROS TO WS-SOMA-SAIDAS
               PERFORM SOMAR-HISTORICO-MES VARYING WS-IND-MES
                   FROM 1 BY 1 UNTIL WS-IND-MES > 12
               IF WS-MESES-HISTORICO > ZERO
                   PERFORM IMPRIMIR-LINHA-TAXA
               END-IF
           END-IF.

       SOMAR-HISTORICO-MES.

           IF TBH-COM-SNAPSHOT(WS-INDICE, WS-IND-MES)
               ADD 1 TO WS-MESES-HISTORICO
               ADD TBH-ENTRADAS(WS-INDICE, WS-IND-MES)
                   TO WS-SOMA-ENTRADAS
               ADD TBH-SAIDAS(WS-INDICE, WS-IND-MES)
                   TO WS-SOMA-SAIDAS
               COMPUTE WS-INICIO-MES =
                   TBH-ATIVOS(WS-INDICE, WS-IND-MES)
                   - TBH-ENTRADAS(WS-INDICE, WS-IND-MES)
                   + TBH-SAIDAS(WS-INDICE, WS-IND-MES)
               IF WS-INICIO-MES > ZERO
                   ADD WS-INICIO-MES TO WS-SOMA-INICIO
               END-IF
           END-IF.

       IMPRIMIR-LINHA-TAXA.

           MOVE ZEROS TO WS-TAXA-ENTRADA.
           MOVE ZEROS TO WS-TAXA-SAIDA.
           IF WS-SOMA-INICIO > ZERO
               COMPUTE WS-TAXA-ENTRADA ROUNDED =
                   WS-SOMA-ENTRADAS * 100 / WS-SOMA-INICIO
               COMPUTE WS-TAXA-SAIDA ROUNDED =
                   WS-SOMA-SAIDAS * 100 / WS-SOMA-INICIO
           END-IF.

           MOVE TBP-TURMA(WS-INDICE) TO LTA-TURMA.
           MOVE WS-MESES-HISTORICO   TO LTA-MESES.
           MOVE WS-SOMA-ENTRADAS     TO LTA-ENTRADAS.
           MOVE WS-SOMA-SAIDAS       TO LTA-SAIDAS.
           MOVE WS-TAXA-ENTRADA      TO LTA-TAXA-ENTRADA.
           MOVE WS-TAXA-SAIDA        TO LTA-TAXA-SAIDA.

           PERFORM VERIFICAR-QUEBRA-PAGINA.
           WRITE LINHA-RELATORIO FROM LINHA-TAXA.
           MOVE "GRAVACAO DE LINHA DE TAXA" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.
           ADD 1 TO WS-LINHAS-PAGINA.

       IMPRIMIR-TITULO-QUADRO.

           PERFORM VERIFICAR-QUEBRA-PAGINA.
           WRITE LINHA-RELATORIO FROM LINHA-TITULO-QUADRO.
           MOVE "GRAVACAO DE TITULO DE QUADRO" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.
           ADD 1 TO WS-LINHAS-PAGINA.

       IMPRIMIR-JANELA.

           PERFORM VERIFICAR-QUEBRA-PAGINA.
           WRITE LINHA-RELATORIO FROM LINHA-JANELA.
           MOVE "GRAVACAO DE LINHA DE JANELA" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.
           ADD 1 TO WS-LINHAS-PAGINA.

       IMPRIMIR-TEXTO.

           PERFORM VERIFICAR-QUEBRA-PAGINA.
           WRITE LINHA-RELATORIO FROM LINHA-TEXTO.
           MOVE "GRAVACAO DE LINHA DE PREMISSA" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.
           ADD 1 TO WS-LINHAS-PAGINA.

       VERIFICAR-QUEBRA-PAGINA.

           IF WS-LINHAS-PAGINA = ZEROS
               OR WS-LINHAS-PAGINA >= CONST-MAX-LINHAS-PAGINA
               PERFORM QUEBRAR-PAGINA
           END-IF.

       QUEBRAR-PAGINA.

           ADD 1 TO WS-NUMERO-PAGINA.
           MOVE ZEROS TO WS-LINHAS-PAGINA.

           MOVE WS-DIA-ATUAL     TO LC-DIA.
           MOVE WS-MES-ATUAL     TO LC-MES.
           MOVE WS-ANO-ATUAL     TO LC-ANO.
           MOVE WS-NUMERO-PAGINA TO LC-PAGINA.

           WRITE LINHA-RELATORIO FROM LINHA-CABECALHO-1.
           MOVE "GRAVACAO DE CABECALHO" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.
           ADD 1 TO WS-LINHAS-PAGINA.

       FECHAR-ARQUIVOS.

           CLOSE CADALU.
           MOVE "FECHAMENTO DE CADALU" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           CLOSE CADTUR.
           MOVE "FECHAMENTO DE CADTUR" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           CLOSE CADVIN.
           MOVE "FECHAMENTO DE CADVIN" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           IF TEM-DESCONTOS
               CLOSE CADDSC
               MOVE "FECHAMENTO DE CADDSC" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

           IF TEM-COBRANCAS
               CLOSE CADCOB
               MOVE "FECHAMENTO DE CADCOB" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

           IF TEM-ACORDOS
               CLOSE CADACD
               MOVE "FECHAMENTO DE CADACD" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

           IF TEM-PRECOS
               CLOSE CADPRC
               MOVE "FECHAMENTO DE CADPRC" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

           IF TEM-SNAPSHOTS
               CLOSE CADSNP
               MOVE "FECHAMENTO DE CADSNP" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

           CLOSE RELPRV.
           MOVE "FECHAMENTO DE RELPRV" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

       VERIFICAR-STATUS.

           IF WS-STATUS NOT = 00 AND WS-STATUS NOT = 02
               DISPLAY "ERRO DE E/S EM " WS-OPERACAO
               DISPLAY "FILE STATUS: " WS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       END PROGRAM CADRPT21.
