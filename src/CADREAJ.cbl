      *> ----------------------------------------------------------------
      *> CADREAJ is the annual fee readjustment. It schedules the new
      *> price of the turmas on the CADPRC.DAT price history, effective
      *> from a future competence, prints what the change does to each
      *> turma and to the month's revenue on CADREJ.RPT, and queues the
      *> "RJ" notice of the new price to the family of every student
      *> of a readjusted turma through CADNTFG.
      *>
      *>   CADREAJ AAAAMM PERCENTUAL nnnnn [SIMULAR]
      *>       every active turma goes up nnnnn hundredths of a percent
      *>       ("00850" = 8,50%), rounded to the centavo;
      *>   CADREAJ AAAAMM TABELA [SIMULAR]
      *>       each turma listed on CADREJ.TXT gets the price written
      *>       next to it - turma in columns 1-6, the new fee in
      *>       centavos in columns 8-14 ("0015000" = 150,00), lines
      *>       starting with "*" taken as comments. One bad line and
      *>       nothing is applied.
      *>
      *> AAAAMM is the competence the new price starts with. The
      *> families must hear of it CONST-DIAS-ANTECEDENCIA days before
      *> it applies, so the first day of that competence has to be at
      *> least that far from today (calendar days, counted off the
      *> CADSGER month table) or the run stops with RC 16 and names
      *> the first competence still possible.
      *>
      *> The price "before" is the one in force the month before the
      *> new competence - not TUR-MENSALIDADE - so a rerun of the same
      *> readjustment finds the same base and writes the same price
      *> instead of compounding it, and CADNTFG does not queue the same
      *> notice twice. TUR-MENSALIDADE is left alone: CADBILL takes the
      *> new price off the history once the competence opens.
      *>
      *> SIMULAR prints the report only - no price line is written and
      *> no family is told - and skips the notice-period check, so the
      *> owner can see the figures of any readjustment before deciding.
      *>
      *> Revenue on the report is the gross fee times the active
      *> enrollments of active students, before discounts. The notice
      *> also goes to a student on leave, who comes back to the new
      *> price.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADREAJ.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT CADTUR ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS TUR-CODIGO
               FILE STATUS      IS WS-STATUS.

           SELECT CADPRC ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS PRC-CHAVE
               LOCK MODE        IS AUTOMATIC
               FILE STATUS      IS WS-STATUS.

           SELECT CADVIN ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS VIN-CHAVE
               FILE STATUS      IS WS-STATUS.

           SELECT CADALU ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS KEY-ALU
               ALTERNATE KEY    IS NOME-ALU WITH DUPLICATES
               ALTERNATE KEY    IS CPF-ALU WITH DUPLICATES
               FILE STATUS      IS WS-STATUS.

      *> The new price per turma, for the TABELA criterion.
           SELECT ARQREJ ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS.

           SELECT RELREJ ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  CADTUR
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADTUR.DAT".
           COPY CADTURR.

       FD  CADPRC
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADPRC.DAT".
           COPY CADPRCR.

       FD  CADVIN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADVIN.DAT".
           COPY CADVINR.

       FD  CADALU
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADALU.DAT".
           COPY CADREG.

       FD  ARQREJ
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADREJ.TXT".
       01  LINHA-REAJUSTE.
           03 REJ-TURMA          PIC X(06).
           03 FILLER             PIC X(01).
           03 REJ-MENSALIDADE-X  PIC X(07).
           03 REJ-MENSALIDADE REDEFINES REJ-MENSALIDADE-X
                                 PIC 9(05)V99.
           03 FILLER             PIC X(66).

       FD  RELREJ
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADREJ.RPT".
       01  LINHA-RELATORIO PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-STATUS PIC 9(02) VALUE ZEROS.
       01  WS-OPERACAO PIC X(40).

       01  WS-COMANDO-COMPLETO PIC X(40).
       01  WS-COMPETENCIA-X PIC X(06).
       01  WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA-X.
           03 WS-ANO-VIGENCIA PIC 9(04).
           03 WS-MES-VIGENCIA PIC 9(02).
       01  WS-COMPETENCIA REDEFINES WS-COMPETENCIA-X PIC 9(06).
       01  WS-CRITERIO-X PIC X(10).
       01  WS-ARGUMENTO-3 PIC X(08).
       01  WS-ARGUMENTO-4 PIC X(08).

       01  WS-CRITERIO PIC X(01).
           88 CRITERIO-PERCENTUAL VALUE "P".
           88 CRITERIO-TABELA     VALUE "T".

       01  WS-SIMULACAO PIC X(01).
           88 SIMULACAO     VALUE "S".
           88 NAO-SIMULACAO VALUE "N".

      *> The percentage, typed in hundredths: "00850" = 8,50%.
       01  WS-PERCENTUAL-X PIC X(05).
       01  WS-PERCENTUAL REDEFINES WS-PERCENTUAL-X PIC 9(03)V99.
       01  WS-PERCENTUAL-EDITADO PIC ZZ9,99.

      *> Competence the old price is read at - the month before the
      *> new one starts.
       01  WS-COMP-ANTERIOR PIC 9(06).
       01  WS-COMP-ANTERIOR-R REDEFINES WS-COMP-ANTERIOR.
           03 WS-ANO-ANTERIOR PIC 9(04).
           03 WS-MES-ANTERIOR PIC 9(02).

       01  WS-DATA-ATUAL PIC 9(08).
       01  WS-DATA-ATUAL-R REDEFINES WS-DATA-ATUAL.
           03 WS-ANO-ATUAL PIC 9(04).
           03 WS-MES-ATUAL PIC 9(02).
           03 WS-DIA-ATUAL PIC 9(02).

      *> How long before the new price applies the families must have
      *> been told, and the day that falls on counted from today.
       77  CONST-DIAS-ANTECEDENCIA PIC 9(03) VALUE 30.
       01  WS-DATA-LIMITE PIC 9(08).
       01  WS-DATA-LIMITE-R REDEFINES WS-DATA-LIMITE.
           03 WS-ANO-LIMITE PIC 9(04).
           03 WS-MES-LIMITE PIC 9(02).
           03 WS-DIA-LIMITE PIC 9(02).
       01  WS-DATA-VIGENCIA PIC 9(08).

       01  TABELA-DIAS-MES.
           03 FILLER PIC X(24) VALUE "312831303130313130313031".
       01  TABELA-DIAS-MES-R REDEFINES TABELA-DIAS-MES.
           03 WS-DIAS-DO-MES PIC 9(02) OCCURS 12 TIMES.
       01  WS-ULTIMO-DIA PIC 9(02).
       01  WS-RESTO-BISSEXTO PIC 9(04).
       01  WS-QUOCIENTE PIC 9(04).

       01  WS-COMPETENCIA-EDITADA.
           03 WS-MES-COMP-EDIT PIC 9(02).
           03 FILLER           PIC X(01) VALUE "/".
           03 WS-ANO-COMP-EDIT PIC 9(04).

      *> Turmas being readjusted, with the price before and after.
       77  CONST-MAX-TURMAS PIC 9(03) VALUE 50.
       01  WS-TOTAL-TURMAS PIC 9(03) VALUE ZEROS.
       01  WS-INDICE PIC 9(03).
       01  TABELA-REAJUSTE.
           03 REAJUSTE-OCORRENCIA OCCURS 50 TIMES.
              05 TBR-TURMA      PIC X(06).
              05 TBR-DESCRICAO  PIC X(30).
              05 TBR-BASE       PIC 9(05)V99.
              05 TBR-ANTES      PIC 9(05)V99.
              05 TBR-DEPOIS     PIC 9(05)V99.
              05 TBR-ALUNOS     PIC 9(04).
              05 TBR-ALTERADA   PIC X(01).
                 88 TBR-COM-ALTERACAO VALUE "S".
                 88 TBR-SEM-ALTERACAO VALUE "N".

       01  WS-TURMA-BUSCA PIC X(06).
       01  WS-ENCONTROU-TURMA PIC X(01).
           88 ENCONTROU-TURMA     VALUE "S".
           88 NAO-ENCONTROU-TURMA VALUE "N".

       01  WS-ERROS-TABELA PIC 9(03) VALUE ZEROS.
       01  WS-TURMAS-EXCEDENTES PIC 9(03) VALUE ZEROS.

      *> Price in force for WS-TURMA-BUSCA at WS-COMP-CONSULTA;
      *> WS-MENSALIDADE-BASE is what it is when the history has none.
       01  WS-COMP-CONSULTA PIC 9(06).
       01  WS-MENSALIDADE-BASE PIC 9(05)V99.
       01  WS-MENSALIDADE-VIGENTE PIC 9(05)V99.

       01  WS-TEM-PRECOS PIC X(01).
           88 TEM-PRECOS     VALUE "S".
           88 NAO-TEM-PRECOS VALUE "N".

       01  WS-FIM-PRECOS PIC X(01).
           88 FIM-PRECOS     VALUE "S".
           88 NAO-FIM-PRECOS VALUE "N".

       01  WS-FIM-ARQUIVO PIC X(01).
           88 FIM-ARQUIVO     VALUE "S".
           88 NAO-FIM-ARQUIVO VALUE "N".

       77  CONST-ORIGEM-PRECO PIC X(08) VALUE "CADREAJ".

           COPY CADNTFW.

       01  WS-AVISOS-ENFILEIRADOS PIC 9(05) VALUE ZEROS.
       01  WS-AVISOS-DUPLICADOS   PIC 9(05) VALUE ZEROS.
       01  WS-AVISOS-SEM-CONTATO  PIC 9(05) VALUE ZEROS.
       01  WS-AVISOS-SEM-MODELO   PIC 9(05) VALUE ZEROS.

       01  WS-TURMAS-ALTERADAS PIC 9(04) VALUE ZEROS.
       01  WS-PRECOS-GRAVADOS PIC 9(04) VALUE ZEROS.
       01  WS-TOTAL-ALUNOS PIC 9(05) VALUE ZEROS.
       01  WS-RECEITA-ANTES PIC 9(07)V99.
       01  WS-RECEITA-DEPOIS PIC 9(07)V99.
       01  WS-TOTAL-ANTES PIC 9(08)V99 VALUE ZEROS.
       01  WS-TOTAL-DEPOIS PIC 9(08)V99 VALUE ZEROS.
       01  WS-VARIACAO PIC S9(03)V99.

       77  CONST-MAX-LINHAS-PAGINA PIC 9(02) VALUE 20.
       01  WS-NUMERO-PAGINA PIC 9(04) VALUE ZEROS.
       01  WS-LINHAS-PAGINA PIC 9(02) VALUE ZEROS.

       01  LINHA-CABECALHO-1.
           03 FILLER          PIC X(28) VALUE
               "REAJUSTE DE MENSALIDADES".
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
           03 FILLER          PIC X(21) VALUE "EM VIGOR A PARTIR DE ".
           03 LC-VIGENCIA     PIC X(07).
           03 FILLER          PIC X(12) VALUE "  CRITERIO: ".
           03 LC-CRITERIO     PIC X(22).
           03 LC-SIMULACAO    PIC X(18).

       01  LINHA-CABECALHO-3.
           03 FILLER          PIC X(07) VALUE "TURMA".
           03 FILLER          PIC X(19) VALUE "DESCRICAO".
           03 FILLER          PIC X(10) VALUE "    ANTES".
           03 FILLER          PIC X(10) VALUE "   DEPOIS".
           03 FILLER          PIC X(08) VALUE "  VAR.%".
           03 FILLER          PIC X(05) VALUE "ALUN".
           03 FILLER          PIC X(11) VALUE "REC. ANTES".
           03 FILLER          PIC X(10) VALUE "REC.DEPOIS".

       01  LINHA-DETALHE.
           03 LD-TURMA        PIC X(06).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LD-DESCRICAO    PIC X(18).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LD-ANTES        PIC ZZ.ZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LD-DEPOIS       PIC ZZ.ZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LD-VARIACAO     PIC -ZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LD-ALUNOS       PIC ZZZ9.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LD-RECEITA-ANTES  PIC ZZZ.ZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LD-RECEITA-DEPOIS PIC ZZZ.ZZ9,99.

       01  LINHA-RODAPE-1.
           03 FILLER          PIC X(20) VALUE "TURMAS REAJUSTADAS: ".
           03 LR-TURMAS       PIC ZZZ9.
           03 FILLER          PIC X(04) VALUE " DE ".
           03 LR-LISTADAS     PIC ZZZ9.
           03 FILLER          PIC X(17) VALUE "  ALUNOS ATIVOS: ".
           03 LR-ALUNOS       PIC ZZZZ9.
           03 FILLER          PIC X(26) VALUE SPACES.

       01  LINHA-RODAPE-2.
           03 FILLER          PIC X(28) VALUE
               "RECEITA MENSAL BRUTA ANTES: ".
           03 LR-TOTAL-ANTES  PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(10) VALUE "  DEPOIS: ".
           03 LR-TOTAL-DEPOIS PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(16) VALUE SPACES.

       01  LINHA-RODAPE-3.
           03 FILLER          PIC X(28) VALUE
               "IMPACTO MENSAL NA RECEITA:  ".
           03 LR-IMPACTO      PIC -Z.ZZZ.ZZ9,99.
           03 FILLER          PIC X(39) VALUE SPACES.

       01  LINHA-RODAPE-4.
           03 FILLER          PIC X(21) VALUE "AVISOS ENFILEIRADOS: ".
           03 LR-ENFILEIRADOS PIC ZZZZ9.
           03 FILLER          PIC X(19) VALUE "  PRECOS GRAVADOS: ".
           03 LR-GRAVADOS     PIC ZZZ9.
           03 FILLER          PIC X(31) VALUE SPACES.

       01  LINHA-RODAPE-5.
           03 FILLER          PIC X(30) VALUE
               "AVISOS NAO ENVIADOS - CONTATO:".
           03 LR-SEM-CONTATO  PIC ZZZZ9.
           03 FILLER          PIC X(15) VALUE "  JA AVISADOS: ".
           03 LR-DUPLICADOS   PIC ZZZZ9.
           03 FILLER          PIC X(14) VALUE "  SEM MODELO: ".
           03 LR-SEM-MODELO   PIC ZZZZ9.
           03 FILLER          PIC X(06) VALUE SPACES.

       01  LINHA-SIMULACAO.
           03 FILLER          PIC X(50) VALUE
               "SIMULACAO: NADA GRAVADO, NENHUM AVISO ENFILEIRADO".
           03 FILLER          PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM LER-PARAMETROS.
           PERFORM ABRIR-ARQUIVOS.

           IF CRITERIO-PERCENTUAL
               PERFORM CARREGAR-TURMAS-ATIVAS
           ELSE
               PERFORM CARREGAR-TABELA-REAJUSTE
           END-IF.

           IF WS-TOTAL-TURMAS = ZEROS
               DISPLAY "NENHUMA TURMA A REAJUSTAR"
               PERFORM FECHAR-ARQUIVOS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM CALCULAR-PRECO-TURMA VARYING WS-INDICE
               FROM 1 BY 1 UNTIL WS-INDICE > WS-TOTAL-TURMAS.

           IF NAO-SIMULACAO
               PERFORM GRAVAR-PRECO-TURMA VARYING WS-INDICE
                   FROM 1 BY 1 UNTIL WS-INDICE > WS-TOTAL-TURMAS
           END-IF.

           MOVE ZEROS TO VIN-MATRICULA.
           MOVE SPACES TO VIN-TURMA.
           START CADVIN KEY IS NOT LESS THAN VIN-CHAVE.
           IF WS-STATUS = 00
               SET NAO-FIM-ARQUIVO TO TRUE
               PERFORM AVALIAR-PROXIMO-VINCULO UNTIL FIM-ARQUIVO
           END-IF.
           MOVE ZEROS TO WS-STATUS.

           PERFORM GERAR-RELATORIO.
           PERFORM FECHAR-ARQUIVOS.

           DISPLAY "REAJUSTE EM VIGOR A PARTIR DE "
               WS-COMPETENCIA-EDITADA.
           IF SIMULACAO
               DISPLAY "SIMULACAO - NADA GRAVADO"
           END-IF.
           DISPLAY "TURMAS REAJUSTADAS:  " WS-TURMAS-ALTERADAS.
           DISPLAY "PRECOS GRAVADOS:     " WS-PRECOS-GRAVADOS.
           DISPLAY "AVISOS ENFILEIRADOS: " WS-AVISOS-ENFILEIRADOS.
           IF WS-TURMAS-EXCEDENTES > ZEROS
               DISPLAY "TURMAS ALEM DO LIMITE DA TABELA (NAO "
                   "REAJUSTADAS): " WS-TURMAS-EXCEDENTES
           END-IF.

           STOP RUN.

      *> ----------------------------------------------------------------
      *> LER-PARAMETROS takes the competence, the criterion and the
      *> SIMULAR option off the command line, and for a real run
      *> checks that the families can still be told in time.
      *> ----------------------------------------------------------------
       LER-PARAMETROS.

           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.

           ACCEPT WS-COMANDO-COMPLETO FROM COMMAND-LINE.
           UNSTRING WS-COMANDO-COMPLETO DELIMITED BY ALL SPACE
               INTO WS-COMPETENCIA-X WS-CRITERIO-X
                    WS-ARGUMENTO-3 WS-ARGUMENTO-4.

           IF WS-COMPETENCIA-X IS NOT NUMERIC
               OR WS-MES-VIGENCIA < 01 OR WS-MES-VIGENCIA > 12
               DISPLAY "COMPETENCIA INVALIDA: " WS-COMPETENCIA-X
               PERFORM EXIBIR-USO
           END-IF.

           SET NAO-SIMULACAO TO TRUE.
           EVALUATE WS-CRITERIO-X
               WHEN "PERCENTUAL"
                   SET CRITERIO-PERCENTUAL TO TRUE
                   MOVE WS-ARGUMENTO-3 TO WS-PERCENTUAL-X
                   IF WS-ARGUMENTO-3(6:3) NOT = SPACES
                       OR WS-PERCENTUAL-X IS NOT NUMERIC
                       DISPLAY "PERCENTUAL INVALIDO: " WS-ARGUMENTO-3
                       PERFORM EXIBIR-USO
                   END-IF
                   IF WS-PERCENTUAL = ZEROS
                       DISPLAY "PERCENTUAL ZERO - NADA A REAJUSTAR"
                       PERFORM EXIBIR-USO
                   END-IF
                   MOVE WS-ARGUMENTO-4 TO WS-ARGUMENTO-3
               WHEN "TABELA"
                   SET CRITERIO-TABELA TO TRUE
                   IF WS-ARGUMENTO-4 NOT = SPACES
                       DISPLAY "OPCAO INVALIDA: " WS-ARGUMENTO-4
                       PERFORM EXIBIR-USO
                   END-IF
               WHEN OTHER
                   DISPLAY "CRITERIO INVALIDO: " WS-CRITERIO-X
                   PERFORM EXIBIR-USO
           END-EVALUATE.

           EVALUATE WS-ARGUMENTO-3
               WHEN SPACES
                   CONTINUE
               WHEN "SIMULAR"
                   SET SIMULACAO TO TRUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA: " WS-ARGUMENTO-3
                   PERFORM EXIBIR-USO
           END-EVALUATE.

           MOVE WS-COMPETENCIA TO WS-COMP-ANTERIOR.
           IF WS-MES-ANTERIOR = 01
               MOVE 12 TO WS-MES-ANTERIOR
               SUBTRACT 1 FROM WS-ANO-ANTERIOR
           ELSE
               SUBTRACT 1 FROM WS-MES-ANTERIOR
           END-IF.

           MOVE WS-MES-VIGENCIA TO WS-MES-COMP-EDIT.
           MOVE WS-ANO-VIGENCIA TO WS-ANO-COMP-EDIT.
           COMPUTE WS-DATA-VIGENCIA = WS-COMPETENCIA * 100 + 1.

           IF NAO-SIMULACAO
               PERFORM VERIFICAR-ANTECEDENCIA
           END-IF.

      *> ----------------------------------------------------------------
      *> VERIFICAR-ANTECEDENCIA counts CONST-DIAS-ANTECEDENCIA calendar
      *> days forward from today; the new price may start no earlier
      *> than the first day of a competence on or after that day.
      *> ----------------------------------------------------------------
       VERIFICAR-ANTECEDENCIA.

           MOVE WS-DATA-ATUAL TO WS-DATA-LIMITE.
           PERFORM AVANCAR-UM-DIA CONST-DIAS-ANTECEDENCIA TIMES.

           IF WS-DATA-LIMITE > WS-DATA-VIGENCIA
               IF WS-DIA-LIMITE > 01
                   MOVE 31 TO WS-DIA-LIMITE
                   PERFORM AVANCAR-UM-DIA
               END-IF
               MOVE WS-MES-LIMITE TO WS-MES-COMP-EDIT
               MOVE WS-ANO-LIMITE TO WS-ANO-COMP-EDIT
               DISPLAY "OS AVISOS EXIGEM " CONST-DIAS-ANTECEDENCIA
                   " DIAS DE ANTECEDENCIA - REAJUSTE NAO APLICADO"
               DISPLAY "PRIMEIRA COMPETENCIA POSSIVEL: "
                   WS-COMPETENCIA-EDITADA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> ----------------------------------------------------------------
      *> AVANCAR-UM-DIA moves WS-DATA-LIMITE to the next day. A day
      *> past the month's last (the 31 forced above included) turns
      *> over to the 1st of the following month.
      *> ----------------------------------------------------------------
       AVANCAR-UM-DIA.

           MOVE WS-DIAS-DO-MES(WS-MES-LIMITE) TO WS-ULTIMO-DIA.
           IF WS-MES-LIMITE = 02
               DIVIDE WS-ANO-LIMITE BY 4
                   GIVING WS-QUOCIENTE
                   REMAINDER WS-RESTO-BISSEXTO
               IF WS-RESTO-BISSEXTO = ZEROS
                   MOVE 29 TO WS-ULTIMO-DIA
               END-IF
           END-IF.

           IF WS-DIA-LIMITE < WS-ULTIMO-DIA
               ADD 1 TO WS-DIA-LIMITE
           ELSE
               MOVE 01 TO WS-DIA-LIMITE
               IF WS-MES-LIMITE = 12
                   MOVE 01 TO WS-MES-LIMITE
                   ADD 1 TO WS-ANO-LIMITE
               ELSE
                   ADD 1 TO WS-MES-LIMITE
               END-IF
           END-IF.

       EXIBIR-USO.

           DISPLAY "USO: CADREAJ AAAAMM PERCENTUAL nnnnn [SIMULAR]".
           DISPLAY "     CADREAJ AAAAMM TABELA [SIMULAR]".
           DISPLAY "     nnnnn EM CENTESIMOS: 00850 = 8,50%".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       ABRIR-ARQUIVOS.

           OPEN INPUT CADTUR.
           IF WS-STATUS = 35
               DISPLAY "CADTUR.DAT NAO ENCONTRADO - CADASTRE AS "
                   "TURMAS NO CADTMNT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "ABERTURA DE CADTUR (INPUT)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           OPEN INPUT CADVIN.
           IF WS-STATUS = 35
               DISPLAY "CADVIN.DAT NAO ENCONTRADO - RODE O CADVMIG "
                   "ANTES DO REAJUSTE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "ABERTURA DE CADVIN (INPUT)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           OPEN INPUT CADALU.
           IF WS-STATUS = 35
               DISPLAY "CADALU.DAT NAO ENCONTRADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "ABERTURA DE CADALU (INPUT)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

      *> A simulation only reads the history, and a school that never
      *> changed a price has none yet.
           SET TEM-PRECOS TO TRUE.
           IF SIMULACAO
               OPEN INPUT CADPRC
               IF WS-STATUS = 35
                   SET NAO-TEM-PRECOS TO TRUE
                   MOVE ZEROS TO WS-STATUS
               END-IF
               MOVE "ABERTURA DE CADPRC (INPUT)" TO WS-OPERACAO
           ELSE
               OPEN I-O CADPRC
               IF WS-STATUS = 35
                   OPEN OUTPUT CADPRC
                   MOVE "ABERTURA DE CADPRC (OUTPUT INICIAL)"
                       TO WS-OPERACAO
                   PERFORM VERIFICAR-STATUS
                   CLOSE CADPRC
                   MOVE "FECHAMENTO DE CADPRC (INICIAL)" TO WS-OPERACAO
                   PERFORM VERIFICAR-STATUS
                   OPEN I-O CADPRC
               END-IF
               MOVE "ABERTURA DE CADPRC (I-O)" TO WS-OPERACAO
           END-IF.
           PERFORM VERIFICAR-STATUS.

           OPEN OUTPUT RELREJ.
           MOVE "ABERTURA DE RELREJ (OUTPUT)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           IF NAO-SIMULACAO
               SET ANF-ABRIR TO TRUE
               CALL "CADNTFG" USING AREA-NOTIFICACAO
           END-IF.

      *> ----------------------------------------------------------------
      *> CARREGAR-TURMAS-ATIVAS lists every active turma for the
      *> PERCENTUAL criterion.
      *> ----------------------------------------------------------------
       CARREGAR-TURMAS-ATIVAS.

           MOVE SPACES TO TUR-CODIGO.
           START CADTUR KEY IS NOT LESS THAN TUR-CODIGO.
           IF WS-STATUS = 00
               SET NAO-FIM-ARQUIVO TO TRUE
               PERFORM CARREGAR-PROXIMA-TURMA UNTIL FIM-ARQUIVO
           END-IF.
           MOVE ZEROS TO WS-STATUS.

       CARREGAR-PROXIMA-TURMA.

           READ CADTUR NEXT RECORD.
           IF WS-STATUS NOT = 00
               SET FIM-ARQUIVO TO TRUE
           ELSE
               IF TUR-ATIVA
                   IF WS-TOTAL-TURMAS < CONST-MAX-TURMAS
                       PERFORM INCLUIR-TURMA-TABELA
                   ELSE
                       ADD 1 TO WS-TURMAS-EXCEDENTES
                   END-IF
               END-IF
           END-IF.

       INCLUIR-TURMA-TABELA.

           ADD 1 TO WS-TOTAL-TURMAS.
           MOVE WS-TOTAL-TURMAS TO WS-INDICE.
           MOVE TUR-CODIGO      TO TBR-TURMA(WS-INDICE).
           MOVE TUR-DESCRICAO   TO TBR-DESCRICAO(WS-INDICE).
           MOVE TUR-MENSALIDADE TO TBR-BASE(WS-INDICE).
           MOVE ZEROS           TO TBR-DEPOIS(WS-INDICE).
           MOVE ZEROS           TO TBR-ALUNOS(WS-INDICE).
           SET TBR-SEM-ALTERACAO(WS-INDICE) TO TRUE.

      *> ----------------------------------------------------------------
      *> CARREGAR-TABELA-REAJUSTE reads CADREJ.TXT for the TABELA
      *> criterion. Every line is checked before anything is written:
      *> a turma that is not registered, listed twice, or a price that
      *> is not a number stops the run with nothing applied.
      *> ----------------------------------------------------------------
       CARREGAR-TABELA-REAJUSTE.

           OPEN INPUT ARQREJ.
           IF WS-STATUS = 35
               DISPLAY "CADREJ.TXT NAO ENCONTRADO - INFORME OS NOVOS "
                   "PRECOS POR TURMA"
               PERFORM FECHAR-ARQUIVOS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "ABERTURA DE ARQREJ (INPUT)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           SET NAO-FIM-ARQUIVO TO TRUE.
           PERFORM LER-PROXIMA-LINHA-REAJUSTE UNTIL FIM-ARQUIVO.

           CLOSE ARQREJ.
           MOVE "FECHAMENTO DE ARQREJ" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           IF WS-ERROS-TABELA > ZEROS
               DISPLAY "LINHAS COM ERRO EM CADREJ.TXT: "
                   WS-ERROS-TABELA " - REAJUSTE NAO APLICADO"
               PERFORM FECHAR-ARQUIVOS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       LER-PROXIMA-LINHA-REAJUSTE.

           READ ARQREJ.
           IF WS-STATUS NOT = 00
               SET FIM-ARQUIVO TO TRUE
           ELSE
               IF REJ-TURMA NOT = SPACES
                   AND REJ-TURMA(1:1) NOT = "*"
                   PERFORM VALIDAR-LINHA-REAJUSTE
               END-IF
           END-IF.

       VALIDAR-LINHA-REAJUSTE.

           MOVE REJ-TURMA TO WS-TURMA-BUSCA.
           PERFORM LOCALIZAR-TURMA-TABELA.

           MOVE REJ-TURMA TO TUR-CODIGO.
           READ CADTUR KEY IS TUR-CODIGO.

           EVALUATE TRUE
               WHEN WS-STATUS NOT = 00
                   DISPLAY "TURMA NAO CADASTRADA: " REJ-TURMA
                   ADD 1 TO WS-ERROS-TABELA
               WHEN ENCONTROU-TURMA
                   DISPLAY "TURMA REPETIDA: " REJ-TURMA
                   ADD 1 TO WS-ERROS-TABELA
               WHEN REJ-MENSALIDADE-X IS NOT NUMERIC
                   DISPLAY "PRECO INVALIDO NA TURMA " REJ-TURMA
                       ": " REJ-MENSALIDADE-X
                   ADD 1 TO WS-ERROS-TABELA
               WHEN REJ-MENSALIDADE = ZEROS
                   DISPLAY "PRECO ZERO NA TURMA " REJ-TURMA
                   ADD 1 TO WS-ERROS-TABELA
               WHEN WS-TOTAL-TURMAS NOT < CONST-MAX-TURMAS
                   DISPLAY "TURMAS DEMAIS EM CADREJ.TXT - LIMITE "
                       CONST-MAX-TURMAS
                   ADD 1 TO WS-ERROS-TABELA
               WHEN OTHER
                   PERFORM INCLUIR-TURMA-TABELA
                   MOVE REJ-MENSALIDADE TO TBR-DEPOIS(WS-INDICE)
           END-EVALUATE.
           MOVE ZEROS TO WS-STATUS.

       LOCALIZAR-TURMA-TABELA.

           SET NAO-ENCONTROU-TURMA TO TRUE.

           IF WS-TOTAL-TURMAS > ZERO
               MOVE 1 TO WS-INDICE
               PERFORM PROCURAR-TURMA WITH TEST AFTER
                   UNTIL WS-INDICE > WS-TOTAL-TURMAS
                   OR ENCONTROU-TURMA
           END-IF.

       PROCURAR-TURMA.

           IF TBR-TURMA(WS-INDICE) = WS-TURMA-BUSCA
               SET ENCONTROU-TURMA TO TRUE
           ELSE
               ADD 1 TO WS-INDICE
           END-IF.

      *> ----------------------------------------------------------------
      *> CALCULAR-PRECO-TURMA finds the price in force the month before
      *> the new competence and, under PERCENTUAL, works the new one
      *> out of it. A turma whose price does not move is listed but
      *> gets no history line and no notice.
      *> ----------------------------------------------------------------
       CALCULAR-PRECO-TURMA.

           MOVE TBR-TURMA(WS-INDICE) TO WS-TURMA-BUSCA.
           MOVE TBR-BASE(WS-INDICE)  TO WS-MENSALIDADE-BASE.
           MOVE WS-COMP-ANTERIOR     TO WS-COMP-CONSULTA.
           PERFORM OBTER-MENSALIDADE-VIGENTE.
           MOVE WS-MENSALIDADE-VIGENTE TO TBR-ANTES(WS-INDICE).

           IF CRITERIO-PERCENTUAL
               COMPUTE TBR-DEPOIS(WS-INDICE) ROUNDED =
                   TBR-ANTES(WS-INDICE) * (100 + WS-PERCENTUAL) / 100
           END-IF.

           IF TBR-DEPOIS(WS-INDICE) NOT = TBR-ANTES(WS-INDICE)
               SET TBR-COM-ALTERACAO(WS-INDICE) TO TRUE
               ADD 1 TO WS-TURMAS-ALTERADAS
           END-IF.

      *> ----------------------------------------------------------------
      *> OBTER-MENSALIDADE-VIGENTE walks the turma's history lines up
      *> to WS-COMP-CONSULTA, the same reading CADBILL rates by.
      *> ----------------------------------------------------------------
       OBTER-MENSALIDADE-VIGENTE.

           MOVE WS-MENSALIDADE-BASE TO WS-MENSALIDADE-VIGENTE.

           IF TEM-PRECOS
               MOVE WS-TURMA-BUSCA TO PRC-TURMA
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
               OR PRC-TURMA NOT = WS-TURMA-BUSCA
               OR PRC-COMPETENCIA > WS-COMP-CONSULTA
               SET FIM-PRECOS TO TRUE
           ELSE
               MOVE PRC-MENSALIDADE TO WS-MENSALIDADE-VIGENTE
           END-IF.

      *> ----------------------------------------------------------------
      *> GRAVAR-PRECO-TURMA writes the new price on the history. A
      *> turma's first line is preceded by the 000000 line carrying the
      *> fee it had until now; a rerun for the same competence
      *> overwrites the line it wrote before.
      *> ----------------------------------------------------------------
       GRAVAR-PRECO-TURMA.

           IF TBR-COM-ALTERACAO(WS-INDICE)
               PERFORM GRAVAR-PRECO-INICIAL
               MOVE TBR-TURMA(WS-INDICE)  TO PRC-TURMA
               MOVE WS-COMPETENCIA        TO PRC-COMPETENCIA
               READ CADPRC KEY IS PRC-CHAVE
               IF WS-STATUS = 00
                   MOVE TBR-DEPOIS(WS-INDICE) TO PRC-MENSALIDADE
                   MOVE WS-DATA-ATUAL         TO PRC-DATA-REGISTRO
                   MOVE CONST-ORIGEM-PRECO    TO PRC-ORIGEM
                   REWRITE REG-PRECO
                   MOVE "REGRAVACAO DE REG-PRECO" TO WS-OPERACAO
                   PERFORM VERIFICAR-STATUS
               ELSE
                   MOVE TBR-TURMA(WS-INDICE)  TO PRC-TURMA
                   MOVE WS-COMPETENCIA        TO PRC-COMPETENCIA
                   MOVE TBR-DEPOIS(WS-INDICE) TO PRC-MENSALIDADE
                   MOVE WS-DATA-ATUAL         TO PRC-DATA-REGISTRO
                   MOVE CONST-ORIGEM-PRECO    TO PRC-ORIGEM
                   WRITE REG-PRECO
                   MOVE "GRAVACAO DE REG-PRECO" TO WS-OPERACAO
                   PERFORM VERIFICAR-STATUS
               END-IF
               ADD 1 TO WS-PRECOS-GRAVADOS
           END-IF.

       GRAVAR-PRECO-INICIAL.

           MOVE TBR-TURMA(WS-INDICE) TO PRC-TURMA.
           MOVE ZEROS TO PRC-COMPETENCIA.
           START CADPRC KEY IS NOT LESS THAN PRC-CHAVE.
           IF WS-STATUS = 00
               READ CADPRC NEXT RECORD
           END-IF.
           IF WS-STATUS NOT = 00
               OR PRC-TURMA NOT = TBR-TURMA(WS-INDICE)
               MOVE TBR-TURMA(WS-INDICE) TO PRC-TURMA
               MOVE ZEROS                TO PRC-COMPETENCIA
               MOVE TBR-BASE(WS-INDICE)  TO PRC-MENSALIDADE
               MOVE WS-DATA-ATUAL        TO PRC-DATA-REGISTRO
               MOVE CONST-ORIGEM-PRECO   TO PRC-ORIGEM
               WRITE REG-PRECO
               MOVE "GRAVACAO DE REG-PRECO (INICIAL)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.
           MOVE ZEROS TO WS-STATUS.

      *> ----------------------------------------------------------------
      *> AVALIAR-PROXIMO-VINCULO counts the active enrollments of
      *> active students per listed turma - the base CADBILL bills -
      *> and queues the notice for each student, active or on leave,
      *> of a turma whose price moves.
      *> ----------------------------------------------------------------
       AVALIAR-PROXIMO-VINCULO.

           READ CADVIN NEXT RECORD.
           IF WS-STATUS NOT = 00
               SET FIM-ARQUIVO TO TRUE
           ELSE
               IF VIN-ATIVA
                   MOVE VIN-TURMA TO WS-TURMA-BUSCA
                   PERFORM LOCALIZAR-TURMA-TABELA
                   IF ENCONTROU-TURMA
                       PERFORM AVALIAR-ALUNO-VINCULO
                   END-IF
               END-IF
           END-IF.

       AVALIAR-ALUNO-VINCULO.

           MOVE VIN-MATRICULA TO KEY-ALU.
           READ CADALU KEY IS KEY-ALU.
           IF WS-STATUS = 00
               IF ALU-ATIVO
                   ADD 1 TO TBR-ALUNOS(WS-INDICE)
               END-IF
               IF (ALU-ATIVO OR ALU-TRANCADO)
                   AND TBR-COM-ALTERACAO(WS-INDICE)
                   AND NAO-SIMULACAO
                   PERFORM ENFILEIRAR-AVISO-REAJUSTE
               END-IF
           END-IF.
           MOVE ZEROS TO WS-STATUS.

      *> ----------------------------------------------------------------
      *> ENFILEIRAR-AVISO-REAJUSTE hands the student to CADNTFG. The
      *> reference carries the competence, the turma and the new
      *> price, so a rerun does not repeat the notice but a corrected
      *> price is announced again.
      *> ----------------------------------------------------------------
       ENFILEIRAR-AVISO-REAJUSTE.

           SET ANF-GRAVAR TO TRUE.
           MOVE VIN-MATRICULA TO ANF-MATRICULA.
           MOVE NOME-ALU      TO ANF-NOME-ALUNO.
           MOVE CONTATO-ALU   TO ANF-CONTATO-ALUNO.
           MOVE CPF-RESP-ALU  TO ANF-CPF-RESP.
           MOVE "RJ"          TO ANF-TIPO.
           MOVE SPACES        TO ANF-REFERENCIA.
           STRING WS-COMPETENCIA VIN-TURMA TBR-DEPOIS(WS-INDICE)
               DELIMITED BY SIZE
               INTO ANF-REFERENCIA
           END-STRING.
           MOVE WS-DATA-VIGENCIA      TO ANF-DATA.
           MOVE VIN-TURMA             TO ANF-TURMA.
           MOVE WS-COMPETENCIA        TO ANF-COMPETENCIA.
           MOVE TBR-DEPOIS(WS-INDICE) TO ANF-VALOR.
           MOVE "CADREAJ"             TO ANF-ORIGEM.
           CALL "CADNTFG" USING AREA-NOTIFICACAO.

           EVALUATE TRUE
               WHEN ANF-ENFILEIRADA
                   ADD 1 TO WS-AVISOS-ENFILEIRADOS
               WHEN ANF-DUPLICADA
                   ADD 1 TO WS-AVISOS-DUPLICADOS
               WHEN ANF-SEM-CONTATO
                   ADD 1 TO WS-AVISOS-SEM-CONTATO
               WHEN ANF-SEM-MODELO
                   ADD 1 TO WS-AVISOS-SEM-MODELO
           END-EVALUATE.

       GERAR-RELATORIO.

           PERFORM IMPRIMIR-TURMA VARYING WS-INDICE FROM 1 BY 1
               UNTIL WS-INDICE > WS-TOTAL-TURMAS.

           PERFORM GERAR-RODAPE.

       IMPRIMIR-TURMA.

           IF WS-LINHAS-PAGINA = ZEROS
               OR WS-LINHAS-PAGINA >= CONST-MAX-LINHAS-PAGINA
               PERFORM GERAR-CABECALHO
           END-IF.

           COMPUTE WS-RECEITA-ANTES =
               TBR-ANTES(WS-INDICE) * TBR-ALUNOS(WS-INDICE).
           COMPUTE WS-RECEITA-DEPOIS =
               TBR-DEPOIS(WS-INDICE) * TBR-ALUNOS(WS-INDICE).
           IF TBR-ANTES(WS-INDICE) > ZEROS
               COMPUTE WS-VARIACAO ROUNDED =
                   (TBR-DEPOIS(WS-INDICE) - TBR-ANTES(WS-INDICE))
                   * 100 / TBR-ANTES(WS-INDICE)
           ELSE
               MOVE ZEROS TO WS-VARIACAO
           END-IF.

           ADD TBR-ALUNOS(WS-INDICE) TO WS-TOTAL-ALUNOS.
           ADD WS-RECEITA-ANTES  TO WS-TOTAL-ANTES.
           ADD WS-RECEITA-DEPOIS TO WS-TOTAL-DEPOIS.

           MOVE TBR-TURMA(WS-INDICE)     TO LD-TURMA.
           MOVE TBR-DESCRICAO(WS-INDICE) TO LD-DESCRICAO.
           MOVE TBR-ANTES(WS-INDICE)     TO LD-ANTES.
           MOVE TBR-DEPOIS(WS-INDICE)    TO LD-DEPOIS.
           MOVE WS-VARIACAO              TO LD-VARIACAO.
           MOVE TBR-ALUNOS(WS-INDICE)    TO LD-ALUNOS.
           MOVE WS-RECEITA-ANTES         TO LD-RECEITA-ANTES.
           MOVE WS-RECEITA-DEPOIS        TO LD-RECEITA-DEPOIS.

           WRITE LINHA-RELATORIO FROM LINHA-DETALHE.
           MOVE "GRAVACAO DE LINHA DE DETALHE" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           ADD 1 TO WS-LINHAS-PAGINA.

       GERAR-CABECALHO.

           ADD 1 TO WS-NUMERO-PAGINA.
           MOVE ZEROS TO WS-LINHAS-PAGINA.

           MOVE WS-DIA-ATUAL     TO LC-DIA.
           MOVE WS-MES-ATUAL     TO LC-MES.
           MOVE WS-ANO-ATUAL     TO LC-ANO.
           MOVE WS-NUMERO-PAGINA TO LC-PAGINA.

           MOVE WS-COMPETENCIA-EDITADA TO LC-VIGENCIA.
           MOVE SPACES TO LC-CRITERIO.
           IF CRITERIO-PERCENTUAL
               MOVE WS-PERCENTUAL TO WS-PERCENTUAL-EDITADO
               STRING "PERCENTUAL " WS-PERCENTUAL-EDITADO "%"
                   DELIMITED BY SIZE
                   INTO LC-CRITERIO
               END-STRING
           ELSE
               MOVE "TABELA CADREJ.TXT" TO LC-CRITERIO
           END-IF.
           IF SIMULACAO
               MOVE "  SIMULACAO" TO LC-SIMULACAO
           ELSE
               MOVE SPACES TO LC-SIMULACAO
           END-IF.

           WRITE LINHA-RELATORIO FROM LINHA-CABECALHO-1.
           MOVE "GRAVACAO DE CABECALHO (1)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           WRITE LINHA-RELATORIO FROM LINHA-CABECALHO-2.
           MOVE "GRAVACAO DE CABECALHO (2)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           WRITE LINHA-RELATORIO FROM LINHA-CABECALHO-3.
           MOVE "GRAVACAO DE CABECALHO (3)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

       GERAR-RODAPE.

           IF WS-LINHAS-PAGINA = ZEROS
               OR WS-LINHAS-PAGINA + 5 > CONST-MAX-LINHAS-PAGINA
               PERFORM GERAR-CABECALHO
           END-IF.

           MOVE WS-TURMAS-ALTERADAS TO LR-TURMAS.
           MOVE WS-TOTAL-TURMAS     TO LR-LISTADAS.
           MOVE WS-TOTAL-ALUNOS     TO LR-ALUNOS.
           WRITE LINHA-RELATORIO FROM LINHA-RODAPE-1.
           MOVE "GRAVACAO DE RODAPE (1)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           MOVE WS-TOTAL-ANTES  TO LR-TOTAL-ANTES.
           MOVE WS-TOTAL-DEPOIS TO LR-TOTAL-DEPOIS.
           WRITE LINHA-RELATORIO FROM LINHA-RODAPE-2.
           MOVE "GRAVACAO DE RODAPE (2)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           COMPUTE LR-IMPACTO = WS-TOTAL-DEPOIS - WS-TOTAL-ANTES.
           WRITE LINHA-RELATORIO FROM LINHA-RODAPE-3.
           MOVE "GRAVACAO DE RODAPE (3)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           IF SIMULACAO
               WRITE LINHA-RELATORIO FROM LINHA-SIMULACAO
               MOVE "GRAVACAO DE RODAPE (SIMULACAO)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           ELSE
               MOVE WS-AVISOS-ENFILEIRADOS TO LR-ENFILEIRADOS
               MOVE WS-PRECOS-GRAVADOS     TO LR-GRAVADOS
               WRITE LINHA-RELATORIO FROM LINHA-RODAPE-4
               MOVE "GRAVACAO DE RODAPE (4)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               MOVE WS-AVISOS-SEM-CONTATO TO LR-SEM-CONTATO
               MOVE WS-AVISOS-DUPLICADOS  TO LR-DUPLICADOS
               MOVE WS-AVISOS-SEM-MODELO  TO LR-SEM-MODELO
               WRITE LINHA-RELATORIO FROM LINHA-RODAPE-5
               MOVE "GRAVACAO DE RODAPE (5)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

       FECHAR-ARQUIVOS.

           CLOSE CADTUR.
           MOVE "FECHAMENTO DE CADTUR" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           CLOSE CADVIN.
           MOVE "FECHAMENTO DE CADVIN" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           CLOSE CADALU.
           MOVE "FECHAMENTO DE CADALU" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           IF TEM-PRECOS
               CLOSE CADPRC
               MOVE "FECHAMENTO DE CADPRC" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

           CLOSE RELREJ.
           MOVE "FECHAMENTO DE RELREJ" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           IF NAO-SIMULACAO
               SET ANF-FECHAR TO TRUE
               CALL "CADNTFG" USING AREA-NOTIFICACAO
           END-IF.

       VERIFICAR-STATUS.

           IF WS-STATUS NOT = 00 AND WS-STATUS NOT = 02
               DISPLAY "ERRO DE E/S EM " WS-OPERACAO
               DISPLAY "FILE STATUS: " WS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       END PROGRAM CADREAJ.
