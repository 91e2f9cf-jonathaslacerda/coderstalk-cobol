      *> ----------------------------------------------------------------
      *> CADPGIN is the instructor payout batch for one competence. The
      *> owner used to work the payroll out by hand from the CADRPT10
      *> timetable and the cash closings; this reads the two inputs the
      *> pay terms on CADINS.DAT are based on:
      *>   - CADSES.DAT: sessions of the competence actually given
      *>     ("R"), credited to whoever taught the session - the
      *>     substitute CADSCAN recorded on it, else the turma's
      *>     instructor on CADTUR.DAT; cancelled and holiday sessions
      *>     ("C"/"F") pay nothing;
      *>   - CADCOB.DAT: what the competence's charges collected
      *>     (COB-PAGA) on each turma, credited to the turma's
      *>     instructor.
      *> One REG-PAGAMENTO-INSTRUTOR per instructor and turma goes to
      *> CADPGI.DAT with the terms applied, and CADPGI.RPT gets one
      *> signed statement page per instructor plus the summary page
      *> for the bookkeeper.
      *>
      *> A competence already on CADPGI.DAT is never calculated again:
      *> the run reprints it from the file, exactly as it was paid.
      *>
      *> The competence comes off the command line as AAAAMM; when it
      *> is absent the current month is paid.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADPGIN.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT CADTUR ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS SEQUENTIAL
               RECORD KEY       IS TUR-CODIGO
               FILE STATUS      IS WS-STATUS.

           SELECT CADINS ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS INS-CODIGO
               FILE STATUS      IS WS-STATUS.

           SELECT CADSES ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS SEQUENTIAL
               RECORD KEY       IS SES-CHAVE
               FILE STATUS      IS WS-STATUS.

           SELECT CADCOB ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS SEQUENTIAL
               RECORD KEY       IS COB-CHAVE
               FILE STATUS      IS WS-STATUS.

           SELECT CADPGI ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS PGI-CHAVE
               FILE STATUS      IS WS-STATUS.

           SELECT RELPGI ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  CADTUR
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADTUR.DAT".
           COPY CADTURR.

       FD  CADINS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADINS.DAT".
           COPY CADINSR.

       FD  CADSES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADSES.DAT".
           COPY CADSESR.

       FD  CADCOB
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADCOB.DAT".
           COPY CADCOBR.

       FD  CADPGI
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADPGI.DAT".
           COPY CADPGIR.

       FD  RELPGI
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADPGI.RPT".
       01  LINHA-RELATORIO PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-STATUS PIC 9(02) VALUE ZEROS.
       01  WS-OPERACAO PIC X(40).

       01  WS-COMANDO-COMPLETO PIC X(40).
       01  WS-COMPETENCIA-X PIC X(06).
       01  WS-COMPETENCIA PIC 9(06).

       01  WS-FIM-ARQUIVO PIC X(01).
           88 FIM-ARQUIVO     VALUE "S".
           88 NAO-FIM-ARQUIVO VALUE "N".

       01  WS-JA-CALCULADA PIC X(01).
           88 JA-CALCULADA  VALUE "S".
           88 NAO-CALCULADA VALUE "N".

      *> Turma master in memory: who the regular instructor of each
      *> turma is, for both the sessions and the collections.
       77  CONST-MAX-TURMAS PIC 9(03) VALUE 200.
       01  WS-TOTAL-TURMAS PIC 9(03) VALUE ZEROS.
       01  TABELA-TURMAS.
           03 TURMA-OCORRENCIA OCCURS 200 TIMES.
              05 TBT-TURMA      PIC X(06).
              05 TBT-INSTRUTOR  PIC X(06).

      *> One accumulator per instructor and turma - a substitute who
      *> covered someone else's class gets a line of their own.
       77  CONST-MAX-LINHAS PIC 9(03) VALUE 300.
       01  WS-TOTAL-LINHAS PIC 9(03) VALUE ZEROS.
       01  TABELA-LINHAS.
           03 LINHA-OCORRENCIA OCCURS 300 TIMES.
              05 TBL-INSTRUTOR  PIC X(06).
              05 TBL-TURMA      PIC X(06).
              05 TBL-SESSOES    PIC 9(03).
              05 TBL-ARRECADADO PIC 9(07)V99.

      *> Per-instructor totals for the closing summary page.
       77  CONST-MAX-INSTRUTORES PIC 9(03) VALUE 50.
       01  WS-TOTAL-INSTRUTORES PIC 9(03) VALUE ZEROS.
       01  TABELA-INSTRUTORES.
           03 INSTRUTOR-OCORRENCIA OCCURS 50 TIMES.
              05 TBI-INSTRUTOR     PIC X(06).
              05 TBI-NOME          PIC X(30).
              05 TBI-SESSOES       PIC 9(04).
              05 TBI-VALOR-SESSOES PIC 9(07)V99.
              05 TBI-REPASSE       PIC 9(07)V99.
              05 TBI-TOTAL         PIC 9(07)V99.

       01  WS-INDICE PIC 9(03).
       01  WS-INDICE-TURMA PIC 9(03).
       01  WS-ENCONTROU PIC X(01).
           88 ENCONTROU     VALUE "S".
           88 NAO-ENCONTROU VALUE "N".
       01  WS-TURMA-BUSCA PIC X(06).
       01  WS-INSTRUTOR-BUSCA PIC X(06).

       01  WS-SEM-INSTRUTOR PIC 9(05) VALUE ZEROS.
       01  WS-GRAVADOS PIC 9(05) VALUE ZEROS.

       01  WS-INSTRUTOR-CORRENTE PIC X(06) VALUE SPACES.
       01  WS-NOME-CORRENTE PIC X(30).
       01  WS-TOTAL-INSTRUTOR PIC 9(07)V99.
       01  WS-GERAL-SESSOES PIC 9(05).
       01  WS-GERAL-VALOR-SESSOES PIC 9(07)V99.
       01  WS-GERAL-REPASSE PIC 9(07)V99.
       01  WS-GERAL-TOTAL PIC 9(07)V99.

       77  CONST-MAX-LINHAS-PAGINA PIC 9(02) VALUE 20.
       01  WS-NUMERO-PAGINA PIC 9(04) VALUE ZEROS.
       01  WS-LINHAS-PAGINA PIC 9(02) VALUE ZEROS.

       01  WS-DATA-ATUAL PIC 9(08).
       01  WS-DATA-ATUAL-R REDEFINES WS-DATA-ATUAL.
           03 WS-ANO-ATUAL PIC 9(04).
           03 WS-MES-ATUAL PIC 9(02).
           03 WS-DIA-ATUAL PIC 9(02).

       01  WS-DATA-EDICAO PIC 9(08).
       01  WS-DATA-EDICAO-R REDEFINES WS-DATA-EDICAO.
           03 WS-ANO-EDICAO PIC 9(04).
           03 WS-MES-EDICAO PIC 9(02).
           03 WS-DIA-EDICAO PIC 9(02).

       01  LINHA-CABECALHO-1.
           03 FILLER          PIC X(26) VALUE
               "PAGAMENTO DE INSTRUTORES".
           03 FILLER          PIC X(13) VALUE "COMPETENCIA: ".
           03 LC-COMPETENCIA  PIC 9(06).
           03 FILLER          PIC X(09) VALUE "  PAGINA ".
           03 LC-PAGINA       PIC ZZZ9.
           03 FILLER          PIC X(22) VALUE SPACES.

       01  LINHA-CALCULO.
           03 FILLER          PIC X(14) VALUE "CALCULADO EM: ".
           03 LCA-DIA         PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LCA-MES         PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LCA-ANO         PIC 9(04).
           03 FILLER          PIC X(05) VALUE " POR ".
           03 LCA-OPERADOR    PIC X(08).
           03 FILLER          PIC X(43) VALUE SPACES.

       01  LINHA-INSTRUTOR.
           03 FILLER          PIC X(11) VALUE "INSTRUTOR: ".
           03 LI-CODIGO       PIC X(06).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LI-NOME         PIC X(30).
           03 FILLER          PIC X(32) VALUE SPACES.

       01  LINHA-COLUNAS.
           03 FILLER          PIC X(08) VALUE "TURMA".
           03 FILLER          PIC X(05) VALUE "SESS".
           03 FILLER          PIC X(10) VALUE "  V.SESSAO".
           03 FILLER          PIC X(11) VALUE "    SESSOES".
           03 FILLER          PIC X(13) VALUE "   ARRECADADO".
           03 FILLER          PIC X(07) VALUE "      %".
           03 FILLER          PIC X(11) VALUE "    REPASSE".
           03 FILLER          PIC X(12) VALUE "       TOTAL".
           03 FILLER          PIC X(03) VALUE SPACES.

       01  LINHA-DETALHE.
           03 LD-TURMA        PIC X(06).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LD-SESSOES      PIC ZZ9.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LD-VALOR-SESSAO PIC ZZ.ZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LD-VALOR-SESSOES PIC ZZZ.ZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LD-ARRECADADO   PIC Z.ZZZ.ZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LD-PERC         PIC ZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LD-REPASSE      PIC ZZZ.ZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LD-TOTAL        PIC Z.ZZZ.ZZ9,99.
           03 FILLER          PIC X(03) VALUE SPACES.

       01  LINHA-TOTAL-INSTRUTOR.
           03 FILLER          PIC X(15) VALUE "TOTAL A PAGAR: ".
           03 LT-TOTAL        PIC Z.ZZZ.ZZ9,99.
           03 FILLER          PIC X(53) VALUE SPACES.

       01  LINHA-ASSINATURA.
           03 FILLER          PIC X(50) VALUE
               "RECEBI O VALOR ACIMA: ____________________________".
           03 FILLER          PIC X(30) VALUE SPACES.

       01  LINHA-EM-BRANCO PIC X(80) VALUE SPACES.

       01  LINHA-RESUMO-TITULO.
           03 FILLER          PIC X(40) VALUE
               "RESUMO DO PAGAMENTO - CONTABILIDADE".
           03 FILLER          PIC X(40) VALUE SPACES.

       01  LINHA-RESUMO-COLUNAS.
           03 FILLER          PIC X(07) VALUE "CODIGO".
           03 FILLER          PIC X(25) VALUE "NOME".
           03 FILLER          PIC X(05) VALUE "SESS".
           03 FILLER          PIC X(13) VALUE "      SESSOES".
           03 FILLER          PIC X(13) VALUE "      REPASSE".
           03 FILLER          PIC X(12) VALUE "       TOTAL".
           03 FILLER          PIC X(05) VALUE SPACES.

       01  LINHA-RESUMO.
           03 LR-CODIGO       PIC X(06).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LR-NOME         PIC X(24).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LR-SESSOES      PIC ZZZ9.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LR-VALOR-SESSOES PIC Z.ZZZ.ZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LR-REPASSE      PIC Z.ZZZ.ZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LR-TOTAL        PIC Z.ZZZ.ZZ9,99.
           03 FILLER          PIC X(05) VALUE SPACES.

       01  LINHA-RESUMO-TOTAL.
           03 FILLER          PIC X(32) VALUE "TOTAL GERAL".
           03 LRT-SESSOES     PIC ZZZZ9.
           03 LRT-VALOR-SESSOES PIC Z.ZZZ.ZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LRT-REPASSE     PIC Z.ZZZ.ZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LRT-TOTAL       PIC Z.ZZZ.ZZ9,99.
           03 FILLER          PIC X(05) VALUE SPACES.

           COPY CADOPRW.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           IF AOP-ID = SPACES OR AOP-ID = LOW-VALUES
               MOVE "BATCH" TO AOP-ID
           END-IF.

           PERFORM ABRIR-ARQUIVOS.

           PERFORM VERIFICAR-COMPETENCIA.
           IF JA-CALCULADA
               DISPLAY "COMPETENCIA " WS-COMPETENCIA " JA CALCULADA - "
                   "APENAS REIMPRESSA"
           ELSE
               PERFORM CALCULAR-PAGAMENTOS
           END-IF.

           PERFORM IMPRIMIR-PAGAMENTOS.

           PERFORM FECHAR-ARQUIVOS.

           DISPLAY "INSTRUTORES PAGOS NA COMPETENCIA " WS-COMPETENCIA
               ": " WS-TOTAL-INSTRUTORES.

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

           OPEN I-O CADPGI.
           IF WS-STATUS = 35
               OPEN OUTPUT CADPGI
               MOVE "ABERTURA DE CADPGI (OUTPUT INICIAL)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               CLOSE CADPGI
               MOVE "FECHAMENTO DE CADPGI (INICIAL)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               OPEN I-O CADPGI
           END-IF.
           MOVE "ABERTURA DE CADPGI (I-O)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           OPEN OUTPUT RELPGI.
           MOVE "ABERTURA DE RELPGI (OUTPUT)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

      *> ----------------------------------------------------------------
      *> VERIFICAR-COMPETENCIA looks for any payout line already filed
      *> under the competence - the key starts with it, so positioning
      *> at "competence plus spaces" lands on the first one if any.
      *> ----------------------------------------------------------------
       VERIFICAR-COMPETENCIA.

           SET NAO-CALCULADA TO TRUE.
           MOVE WS-COMPETENCIA TO PGI-COMPETENCIA.
           MOVE SPACES TO PGI-INSTRUTOR.
           MOVE SPACES TO PGI-TURMA.
           START CADPGI KEY IS NOT LESS THAN PGI-CHAVE.
           IF WS-STATUS = 00
               READ CADPGI NEXT RECORD
               IF WS-STATUS = 00
                   AND PGI-COMPETENCIA = WS-COMPETENCIA
                   SET JA-CALCULADA TO TRUE
               END-IF
           END-IF.
           MOVE ZEROS TO WS-STATUS.

      *> ----------------------------------------------------------------
      *> CALCULAR-PAGAMENTOS loads the turma master, folds the month's
      *> sessions and collections into the per-instructor-and-turma
      *> accumulators, and files one payout line per accumulator.
      *> ----------------------------------------------------------------
       CALCULAR-PAGAMENTOS.

           PERFORM CARREGAR-TURMAS.
           PERFORM CONTAR-SESSOES.
           PERFORM SOMAR-ARRECADACAO.
           PERFORM GRAVAR-PAGAMENTOS.

           IF WS-SEM-INSTRUTOR > ZEROS
               DISPLAY "TURMAS SEM INSTRUTOR CADASTRADO (NAO PAGAS): "
                   WS-SEM-INSTRUTOR
           END-IF.
           DISPLAY "LINHAS DE PAGAMENTO GRAVADAS: " WS-GRAVADOS.

       CARREGAR-TURMAS.

           OPEN INPUT CADTUR.
           IF WS-STATUS = 35
               DISPLAY "CADTUR.DAT NAO ENCONTRADO - NADA A PAGAR"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "ABERTURA DE CADTUR (INPUT)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           SET NAO-FIM-ARQUIVO TO TRUE.
           PERFORM CARREGAR-PROXIMA-TURMA UNTIL FIM-ARQUIVO.

           CLOSE CADTUR.
           MOVE "FECHAMENTO DE CADTUR" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

       CARREGAR-PROXIMA-TURMA.

           READ CADTUR NEXT RECORD.
           IF WS-STATUS NOT = 00
               SET FIM-ARQUIVO TO TRUE
           ELSE
               IF WS-TOTAL-TURMAS < CONST-MAX-TURMAS
                   ADD 1 TO WS-TOTAL-TURMAS
                   MOVE TUR-CODIGO    TO TBT-TURMA(WS-TOTAL-TURMAS)
                   MOVE TUR-INSTRUTOR TO TBT-INSTRUTOR(WS-TOTAL-TURMAS)
               END-IF
           END-IF.

      *> ----------------------------------------------------------------
      *> CONTAR-SESSOES credits every session of the competence that was
      *> actually given to the instructor who taught it.
      *> ----------------------------------------------------------------
       CONTAR-SESSOES.

           OPEN INPUT CADSES.
           IF WS-STATUS = 35
               MOVE ZEROS TO WS-STATUS
               DISPLAY "CADSES.DAT NAO ENCONTRADO - NENHUMA SESSAO "
                   "CONTADA"
           ELSE
               MOVE "ABERTURA DE CADSES (INPUT)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               SET NAO-FIM-ARQUIVO TO TRUE
               PERFORM CONTAR-PROXIMA-SESSAO UNTIL FIM-ARQUIVO
               CLOSE CADSES
               MOVE "FECHAMENTO DE CADSES" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

       CONTAR-PROXIMA-SESSAO.

           READ CADSES NEXT RECORD.
           IF WS-STATUS NOT = 00
               SET FIM-ARQUIVO TO TRUE
           ELSE
               IF SES-DATA(1:6) = WS-COMPETENCIA AND SES-REALIZADA
                   MOVE SES-TURMA TO WS-TURMA-BUSCA
                   PERFORM LOCALIZAR-TURMA
                   IF ENCONTROU
                       MOVE TBT-INSTRUTOR(WS-INDICE-TURMA) TO
                           WS-INSTRUTOR-BUSCA
                       IF SES-SUBSTITUTO NOT = SPACES
                           MOVE SES-SUBSTITUTO TO WS-INSTRUTOR-BUSCA
                       END-IF
                       PERFORM LOCALIZAR-LINHA
                       IF ENCONTROU
                           ADD 1 TO TBL-SESSOES(WS-INDICE)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> ----------------------------------------------------------------
      *> SOMAR-ARRECADACAO adds what each settled charge of the
      *> competence brought in to its turma's regular instructor.
      *> Agreement installments (COB-TURMA "ACORDO") belong to no turma
      *> on CADTUR.DAT and so pay no commission.
      *> ----------------------------------------------------------------
       SOMAR-ARRECADACAO.

           OPEN INPUT CADCOB.
           IF WS-STATUS = 35
               MOVE ZEROS TO WS-STATUS
               DISPLAY "CADCOB.DAT NAO ENCONTRADO - NENHUMA "
                   "ARRECADACAO SOMADA"
           ELSE
               MOVE "ABERTURA DE CADCOB (INPUT)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               SET NAO-FIM-ARQUIVO TO TRUE
               PERFORM SOMAR-PROXIMA-COBRANCA UNTIL FIM-ARQUIVO
               CLOSE CADCOB
               MOVE "FECHAMENTO DE CADCOB" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

       SOMAR-PROXIMA-COBRANCA.

           READ CADCOB NEXT RECORD.
           IF WS-STATUS NOT = 00
               SET FIM-ARQUIVO TO TRUE
           ELSE
               IF COB-COMPETENCIA = WS-COMPETENCIA AND COB-PAGA
                   MOVE COB-TURMA TO WS-TURMA-BUSCA
                   PERFORM LOCALIZAR-TURMA
                   IF ENCONTROU
                       MOVE TBT-INSTRUTOR(WS-INDICE-TURMA) TO
                           WS-INSTRUTOR-BUSCA
                       PERFORM LOCALIZAR-LINHA
                       IF ENCONTROU
                           ADD COB-VALOR-PAGO TO
                               TBL-ARRECADADO(WS-INDICE)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       LOCALIZAR-TURMA.

           SET NAO-ENCONTROU TO TRUE.
           IF WS-TOTAL-TURMAS > ZERO
               MOVE 1 TO WS-INDICE-TURMA
               PERFORM PROCURAR-TURMA WITH TEST AFTER
                   UNTIL WS-INDICE-TURMA > WS-TOTAL-TURMAS
                   OR ENCONTROU
           END-IF.

       PROCURAR-TURMA.

           IF TBT-TURMA(WS-INDICE-TURMA) = WS-TURMA-BUSCA
               SET ENCONTROU TO TRUE
           ELSE
               ADD 1 TO WS-INDICE-TURMA
           END-IF.

      *> ----------------------------------------------------------------
      *> LOCALIZAR-LINHA finds (or opens) the accumulator for
      *> WS-INSTRUTOR-BUSCA teaching WS-TURMA-BUSCA.
      *> ----------------------------------------------------------------
       LOCALIZAR-LINHA.

           SET NAO-ENCONTROU TO TRUE.
           IF WS-TOTAL-LINHAS > ZERO
               MOVE 1 TO WS-INDICE
               PERFORM PROCURAR-LINHA WITH TEST AFTER
                   UNTIL WS-INDICE > WS-TOTAL-LINHAS
                   OR ENCONTROU
           END-IF.

           IF NOT ENCONTROU
               IF WS-TOTAL-LINHAS < CONST-MAX-LINHAS
                   ADD 1 TO WS-TOTAL-LINHAS
                   MOVE WS-TOTAL-LINHAS TO WS-INDICE
                   MOVE WS-INSTRUTOR-BUSCA TO TBL-INSTRUTOR(WS-INDICE)
                   MOVE WS-TURMA-BUSCA     TO TBL-TURMA(WS-INDICE)
                   MOVE ZEROS TO TBL-SESSOES(WS-INDICE)
                   MOVE ZEROS TO TBL-ARRECADADO(WS-INDICE)
                   SET ENCONTROU TO TRUE
               END-IF
           END-IF.

       PROCURAR-LINHA.

           IF TBL-INSTRUTOR(WS-INDICE) = WS-INSTRUTOR-BUSCA
               AND TBL-TURMA(WS-INDICE) = WS-TURMA-BUSCA
               SET ENCONTROU TO TRUE
           ELSE
               ADD 1 TO WS-INDICE
           END-IF.

      *> ----------------------------------------------------------------
      *> GRAVAR-PAGAMENTOS prices each accumulator on the instructor's
      *> current terms and files it. A turma with no instructor code,
      *> or a code CADINS.DAT does not know, is reported and not paid.
      *> ----------------------------------------------------------------
       GRAVAR-PAGAMENTOS.

           OPEN INPUT CADINS.
           IF WS-STATUS = 35
               DISPLAY "CADINS.DAT NAO ENCONTRADO - CADASTRE OS "
                   "INSTRUTORES PRIMEIRO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "ABERTURA DE CADINS (INPUT)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           PERFORM GRAVAR-UM-PAGAMENTO VARYING WS-INDICE FROM 1 BY 1
               UNTIL WS-INDICE > WS-TOTAL-LINHAS.

           CLOSE CADINS.
           MOVE "FECHAMENTO DE CADINS" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

       GRAVAR-UM-PAGAMENTO.

           MOVE TBL-INSTRUTOR(WS-INDICE) TO INS-CODIGO.
           IF INS-CODIGO = SPACES
               MOVE 23 TO WS-STATUS
           ELSE
               READ CADINS KEY IS INS-CODIGO
           END-IF.
           IF WS-STATUS NOT = 00
               MOVE ZEROS TO WS-STATUS
               ADD 1 TO WS-SEM-INSTRUTOR
               DISPLAY "TURMA " TBL-TURMA(WS-INDICE) " - INSTRUTOR '"
                   TBL-INSTRUTOR(WS-INDICE) "' NAO CADASTRADO"
           ELSE
               MOVE WS-COMPETENCIA           TO PGI-COMPETENCIA
               MOVE TBL-INSTRUTOR(WS-INDICE) TO PGI-INSTRUTOR
               MOVE TBL-TURMA(WS-INDICE)     TO PGI-TURMA
               MOVE INS-NOME                 TO PGI-NOME
               MOVE TBL-SESSOES(WS-INDICE)   TO PGI-SESSOES
               MOVE INS-VALOR-SESSAO         TO PGI-VALOR-SESSAO
               COMPUTE PGI-VALOR-SESSOES =
                   PGI-SESSOES * PGI-VALOR-SESSAO
               MOVE TBL-ARRECADADO(WS-INDICE) TO PGI-ARRECADADO
               MOVE INS-PERC-REPASSE         TO PGI-PERC-REPASSE
               COMPUTE PGI-VALOR-REPASSE ROUNDED =
                   PGI-ARRECADADO * PGI-PERC-REPASSE / 100
               COMPUTE PGI-TOTAL =
                   PGI-VALOR-SESSOES + PGI-VALOR-REPASSE
               MOVE WS-DATA-ATUAL            TO PGI-DATA-CALCULO
               MOVE AOP-ID                   TO PGI-OPERADOR
               WRITE REG-PAGAMENTO-INSTRUTOR
               MOVE "GRAVACAO DE REG-PAGAMENTO-INSTRUTOR" TO
                   WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               ADD 1 TO WS-GRAVADOS
           END-IF.

      *> ----------------------------------------------------------------
      *> IMPRIMIR-PAGAMENTOS prints the competence straight off
      *> CADPGI.DAT - freshly calculated or filed by an earlier run
      *> alike - one statement per instructor (the key keeps each
      *> instructor's turmas together), then the summary page.
      *> ----------------------------------------------------------------
       IMPRIMIR-PAGAMENTOS.

           MOVE ZEROS TO WS-GERAL-SESSOES.
           MOVE ZEROS TO WS-GERAL-VALOR-SESSOES.
           MOVE ZEROS TO WS-GERAL-REPASSE.
           MOVE ZEROS TO WS-GERAL-TOTAL.

           MOVE WS-COMPETENCIA TO PGI-COMPETENCIA.
           MOVE SPACES TO PGI-INSTRUTOR.
           MOVE SPACES TO PGI-TURMA.
           START CADPGI KEY IS NOT LESS THAN PGI-CHAVE.
           IF WS-STATUS = 00
               SET NAO-FIM-ARQUIVO TO TRUE
               PERFORM IMPRIMIR-PROXIMO-PAGAMENTO UNTIL FIM-ARQUIVO
           END-IF.
           MOVE ZEROS TO WS-STATUS.

           IF WS-INSTRUTOR-CORRENTE NOT = SPACES
               PERFORM FECHAR-EXTRATO-INSTRUTOR
               PERFORM IMPRIMIR-RESUMO
           ELSE
               DISPLAY "NENHUM PAGAMENTO NA COMPETENCIA "
                   WS-COMPETENCIA
           END-IF.

       IMPRIMIR-PROXIMO-PAGAMENTO.

           READ CADPGI NEXT RECORD.
           IF WS-STATUS NOT = 00
               OR PGI-COMPETENCIA NOT = WS-COMPETENCIA
               SET FIM-ARQUIVO TO TRUE
           ELSE
               IF PGI-INSTRUTOR NOT = WS-INSTRUTOR-CORRENTE
                   IF WS-INSTRUTOR-CORRENTE NOT = SPACES
                       PERFORM FECHAR-EXTRATO-INSTRUTOR
                   END-IF
                   PERFORM ABRIR-EXTRATO-INSTRUTOR
               END-IF
               PERFORM IMPRIMIR-LINHA-PAGAMENTO
           END-IF.

       ABRIR-EXTRATO-INSTRUTOR.

           MOVE PGI-INSTRUTOR TO WS-INSTRUTOR-CORRENTE.
           MOVE PGI-NOME TO WS-NOME-CORRENTE.
           MOVE ZEROS TO WS-TOTAL-INSTRUTOR.

           IF WS-TOTAL-INSTRUTORES < CONST-MAX-INSTRUTORES
               ADD 1 TO WS-TOTAL-INSTRUTORES
               MOVE WS-TOTAL-INSTRUTORES TO WS-INDICE
               MOVE PGI-INSTRUTOR TO TBI-INSTRUTOR(WS-INDICE)
               MOVE PGI-NOME      TO TBI-NOME(WS-INDICE)
               MOVE ZEROS TO TBI-SESSOES(WS-INDICE)
               MOVE ZEROS TO TBI-VALOR-SESSOES(WS-INDICE)
               MOVE ZEROS TO TBI-REPASSE(WS-INDICE)
               MOVE ZEROS TO TBI-TOTAL(WS-INDICE)
           END-IF.

           PERFORM GERAR-CABECALHO.

       IMPRIMIR-LINHA-PAGAMENTO.

           IF WS-LINHAS-PAGINA >= CONST-MAX-LINHAS-PAGINA
               PERFORM GERAR-CABECALHO
           END-IF.

           MOVE PGI-TURMA         TO LD-TURMA.
           MOVE PGI-SESSOES       TO LD-SESSOES.
           MOVE PGI-VALOR-SESSAO  TO LD-VALOR-SESSAO.
           MOVE PGI-VALOR-SESSOES TO LD-VALOR-SESSOES.
           MOVE PGI-ARRECADADO    TO LD-ARRECADADO.
           MOVE PGI-PERC-REPASSE  TO LD-PERC.
           MOVE PGI-VALOR-REPASSE TO LD-REPASSE.
           MOVE PGI-TOTAL         TO LD-TOTAL.

           WRITE LINHA-RELATORIO FROM LINHA-DETALHE.
           MOVE "GRAVACAO DE LINHA DE DETALHE" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.
           ADD 1 TO WS-LINHAS-PAGINA.

           ADD PGI-TOTAL TO WS-TOTAL-INSTRUTOR.
           ADD PGI-SESSOES TO TBI-SESSOES(WS-TOTAL-INSTRUTORES).
           ADD PGI-VALOR-SESSOES TO
               TBI-VALOR-SESSOES(WS-TOTAL-INSTRUTORES).
           ADD PGI-VALOR-REPASSE TO TBI-REPASSE(WS-TOTAL-INSTRUTORES).
           ADD PGI-TOTAL TO TBI-TOTAL(WS-TOTAL-INSTRUTORES).

           ADD PGI-SESSOES       TO WS-GERAL-SESSOES.
           ADD PGI-VALOR-SESSOES TO WS-GERAL-VALOR-SESSOES.
           ADD PGI-VALOR-REPASSE TO WS-GERAL-REPASSE.
           ADD PGI-TOTAL         TO WS-GERAL-TOTAL.

       FECHAR-EXTRATO-INSTRUTOR.

           MOVE WS-TOTAL-INSTRUTOR TO LT-TOTAL.
           WRITE LINHA-RELATORIO FROM LINHA-EM-BRANCO.
           WRITE LINHA-RELATORIO FROM LINHA-TOTAL-INSTRUTOR.
           MOVE "GRAVACAO DE TOTAL DO INSTRUTOR" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.
           WRITE LINHA-RELATORIO FROM LINHA-EM-BRANCO.
           WRITE LINHA-RELATORIO FROM LINHA-ASSINATURA.
           MOVE "GRAVACAO DE LINHA DE ASSINATURA" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

       GERAR-CABECALHO.

           ADD 1 TO WS-NUMERO-PAGINA.
           MOVE ZEROS TO WS-LINHAS-PAGINA.

           MOVE WS-COMPETENCIA   TO LC-COMPETENCIA.
           MOVE WS-NUMERO-PAGINA TO LC-PAGINA.
           WRITE LINHA-RELATORIO FROM LINHA-CABECALHO-1.
           MOVE "GRAVACAO DE CABECALHO (1)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           MOVE PGI-DATA-CALCULO TO WS-DATA-EDICAO.
           MOVE WS-DIA-EDICAO TO LCA-DIA.
           MOVE WS-MES-EDICAO TO LCA-MES.
           MOVE WS-ANO-EDICAO TO LCA-ANO.
           MOVE PGI-OPERADOR  TO LCA-OPERADOR.
           WRITE LINHA-RELATORIO FROM LINHA-CALCULO.
           MOVE "GRAVACAO DE CABECALHO (CALCULO)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           MOVE WS-INSTRUTOR-CORRENTE TO LI-CODIGO.
           MOVE WS-NOME-CORRENTE      TO LI-NOME.
           WRITE LINHA-RELATORIO FROM LINHA-INSTRUTOR.
           MOVE "GRAVACAO DE CABECALHO (INSTRUTOR)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           WRITE LINHA-RELATORIO FROM LINHA-COLUNAS.
           MOVE "GRAVACAO DE CABECALHO (COLUNAS)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.
           ADD 4 TO WS-LINHAS-PAGINA.

      *> ----------------------------------------------------------------
      *> IMPRIMIR-RESUMO is the bookkeeper's page: one line per
      *> instructor and the grand total of the competence's payroll.
      *> ----------------------------------------------------------------
       IMPRIMIR-RESUMO.

           ADD 1 TO WS-NUMERO-PAGINA.
           MOVE ZEROS TO WS-LINHAS-PAGINA.
           MOVE WS-NUMERO-PAGINA TO LC-PAGINA.
           WRITE LINHA-RELATORIO FROM LINHA-CABECALHO-1.
           MOVE "GRAVACAO DE CABECALHO (RESUMO)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.
           WRITE LINHA-RELATORIO FROM LINHA-RESUMO-TITULO.
           WRITE LINHA-RELATORIO FROM LINHA-RESUMO-COLUNAS.
           MOVE "GRAVACAO DE COLUNAS (RESUMO)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           PERFORM IMPRIMIR-LINHA-RESUMO VARYING WS-INDICE FROM 1 BY 1
               UNTIL WS-INDICE > WS-TOTAL-INSTRUTORES.

           MOVE WS-GERAL-SESSOES       TO LRT-SESSOES.
           MOVE WS-GERAL-VALOR-SESSOES TO LRT-VALOR-SESSOES.
           MOVE WS-GERAL-REPASSE       TO LRT-REPASSE.
           MOVE WS-GERAL-TOTAL         TO LRT-TOTAL.
           WRITE LINHA-RELATORIO FROM LINHA-EM-BRANCO.
           WRITE LINHA-RELATORIO FROM LINHA-RESUMO-TOTAL.
           MOVE "GRAVACAO DE TOTAL GERAL" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

       IMPRIMIR-LINHA-RESUMO.

           MOVE TBI-INSTRUTOR(WS-INDICE)     TO LR-CODIGO.
           MOVE TBI-NOME(WS-INDICE)          TO LR-NOME.
           MOVE TBI-SESSOES(WS-INDICE)       TO LR-SESSOES.
           MOVE TBI-VALOR-SESSOES(WS-INDICE) TO LR-VALOR-SESSOES.
           MOVE TBI-REPASSE(WS-INDICE)       TO LR-REPASSE.
           MOVE TBI-TOTAL(WS-INDICE)         TO LR-TOTAL.
           WRITE LINHA-RELATORIO FROM LINHA-RESUMO.
           MOVE "GRAVACAO DE LINHA DE RESUMO" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

       FECHAR-ARQUIVOS.

           CLOSE CADPGI.
           MOVE "FECHAMENTO DE CADPGI" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           CLOSE RELPGI.
           MOVE "FECHAMENTO DE RELPGI" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

       VERIFICAR-STATUS.

           IF WS-STATUS NOT = 00 AND WS-STATUS NOT = 02
               DISPLAY "ERRO DE E/S EM " WS-OPERACAO
               DISPLAY "FILE STATUS: " WS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       END PROGRAM CADPGIN.
