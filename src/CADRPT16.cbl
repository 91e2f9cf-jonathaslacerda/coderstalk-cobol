      *> ----------------------------------------------------------------
      *> CADRPT16 is the monthly medical-clearance report, per turma.
      *> For every active enrollment on CADVIN.DAT of an active student
      *> it looks the student up on CADATS.DAT and lists, turma by
      *> turma, those the desk has to chase before the roll call
      *> starts flagging them:
      *>   - SEM ATESTADO  no clearance on file at all;
      *>   - VENCIDO       the clearance ran out before today;
      *>   - A VENCER      it runs out within the next N days.
      *> Students with a clearance good beyond that do not print. The
      *> lines go through a SORT (turma, situation, expiry date) the
      *> way CADRPT14 orders its statement, so each turma prints as a
      *> block with its own count.
      *>
      *> N comes off the command line and defaults to 30; the day
      *> count is the 30/360 calendar of CADRPT04. Output: CADATV.RPT.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADRPT16.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT CADVIN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS VIN-CHAVE
               FILE STATUS  IS WS-STATUS.

           SELECT CADALU ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS KEY-ALU
               ALTERNATE KEY    IS NOME-ALU WITH DUPLICATES
               ALTERNATE KEY    IS CPF-ALU WITH DUPLICATES
               FILE STATUS      IS WS-STATUS.

           SELECT CADATS ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS ATS-MATRICULA
               FILE STATUS      IS WS-STATUS.

           SELECT RELATV ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS.

           SELECT SORT-ATV ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.

       FD  CADVIN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADVIN.DAT".
           COPY CADVINR.

       FD  CADALU
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADALU.DAT".
           COPY CADREG.

       FD  CADATS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADATS.DAT".
           COPY CADATSR.

       FD  RELATV
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADATV.RPT".
       01  LINHA-RELATORIO PIC X(80).

      *> One line per student to chase; the situation code orders the
      *> block so the missing clearances head each turma.
       SD  SORT-ATV.
       01  SRT-ATESTADO.
           03 SRT-TURMA        PIC X(06).
           03 SRT-SITUACAO     PIC 9(01).
              88 SRT-SEM-ATESTADO VALUE 1.
              88 SRT-VENCIDO      VALUE 2.
              88 SRT-A-VENCER     VALUE 3.
           03 SRT-VALIDADE     PIC 9(08).
           03 SRT-MATRICULA    PIC 9(05).
           03 SRT-NOME         PIC X(45).
           03 SRT-MEDICO       PIC X(30).

       WORKING-STORAGE SECTION.

       01  WS-STATUS PIC 9(02) VALUE ZEROS.
       01  WS-OPERACAO PIC X(40).

       01  WS-COMANDO-COMPLETO PIC X(40).
       01  WS-DIAS-X PIC X(03).
       77  CONST-DIAS-PADRAO PIC 9(03) VALUE 30.
       01  WS-DIAS-LIMITE PIC 9(03).

       01  WS-FIM-ARQUIVO PIC X(01).
           88 FIM-ARQUIVO     VALUE "S".
           88 NAO-FIM-ARQUIVO VALUE "N".

       01  WS-FIM-RETORNO PIC X(01).
           88 FIM-RETORNO     VALUE "S".
           88 NAO-FIM-RETORNO VALUE "N".

       01  WS-TEM-ATESTADOS PIC X(01).
           88 TEM-ATESTADOS     VALUE "S".
           88 NAO-TEM-ATESTADOS VALUE "N".

       77  CONST-MAX-LINHAS-PAGINA PIC 9(02) VALUE 20.
       01  WS-NUMERO-PAGINA PIC 9(04) VALUE ZEROS.
       01  WS-LINHAS-PAGINA PIC 9(02) VALUE ZEROS.

       01  WS-TURMA-CORRENTE PIC X(06) VALUE SPACES.
       01  WS-TOTAL-TURMA    PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-SEM      PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-VENCIDOS PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-A-VENCER PIC 9(05) VALUE ZEROS.

       01  WS-DATA-ATUAL PIC 9(08).
       01  WS-DATA-ATUAL-R REDEFINES WS-DATA-ATUAL.
           03 WS-ANO-ATUAL PIC 9(04).
           03 WS-MES-ATUAL PIC 9(02).
           03 WS-DIA-ATUAL PIC 9(02).

      *> 30/360 day counts for today, for the end of the window and
      *> for the clearance under test.
       01  WS-DIAS-HOJE     PIC 9(08).
       01  WS-DIAS-JANELA   PIC 9(08).
       01  WS-DIAS-VALIDADE PIC 9(08).

       01  LINHA-CABECALHO-1.
           03 FILLER          PIC X(28) VALUE
               "ATESTADOS MEDICOS A VENCER".
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
           03 FILLER          PIC X(20) VALUE "VENCIMENTO NOS PROXI".
           03 FILLER          PIC X(04) VALUE "MOS ".
           03 LC-DIAS         PIC ZZ9.
           03 FILLER          PIC X(05) VALUE " DIAS".
           03 FILLER          PIC X(48) VALUE SPACES.

       01  LINHA-CABECALHO-3.
           03 FILLER          PIC X(06) VALUE "MATR. ".
           03 FILLER          PIC X(31) VALUE "NOME".
           03 FILLER          PIC X(11) VALUE "VALIDADE".
           03 FILLER          PIC X(13) VALUE "SITUACAO".
           03 FILLER          PIC X(19) VALUE "MEDICO".

       01  LINHA-TURMA.
           03 FILLER          PIC X(07) VALUE "TURMA: ".
           03 LT-TURMA        PIC X(06).
           03 FILLER          PIC X(67) VALUE SPACES.

       01  LINHA-DETALHE.
           03 LD-MATRICULA    PIC ZZZZ9.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LD-NOME         PIC X(30).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LD-VALIDADE     PIC X(10).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LD-SITUACAO     PIC X(12).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LD-MEDICO       PIC X(19).

       01  LD-VALIDADE-DATA.
           03 LD-DIA          PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LD-MES          PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LD-ANO          PIC 9(04).

       01  LINHA-TOTAL-TURMA.
           03 FILLER          PIC X(20) VALUE "  ALUNOS NA TURMA:  ".
           03 LTT-TOTAL       PIC ZZZZ9.
           03 FILLER          PIC X(55) VALUE SPACES.

       01  LINHA-RODAPE.
           03 FILLER          PIC X(14) VALUE "SEM ATESTADO: ".
           03 LR-SEM          PIC ZZZZ9.
           03 FILLER          PIC X(12) VALUE "  VENCIDOS: ".
           03 LR-VENCIDOS     PIC ZZZZ9.
           03 FILLER          PIC X(12) VALUE "  A VENCER: ".
           03 LR-A-VENCER     PIC ZZZZ9.
           03 FILLER          PIC X(27) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM ABRIR-ARQUIVOS.

           SORT SORT-ATV
               ON ASCENDING KEY SRT-TURMA SRT-SITUACAO SRT-VALIDADE
                                SRT-MATRICULA
               INPUT PROCEDURE IS SELECIONAR-ATESTADOS
               OUTPUT PROCEDURE IS IMPRIMIR-ATESTADOS.

           IF SORT-RETURN NOT = 0
               DISPLAY "ERRO NA ORDENACAO DOS ATESTADOS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM FECHAR-ARQUIVOS.

           DISPLAY "SEM ATESTADO:     " WS-TOTAL-SEM.
           DISPLAY "VENCIDOS:         " WS-TOTAL-VENCIDOS.
           DISPLAY "A VENCER:         " WS-TOTAL-A-VENCER.

           STOP RUN.

       ABRIR-ARQUIVOS.

           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.

           ACCEPT WS-COMANDO-COMPLETO FROM COMMAND-LINE.
           UNSTRING WS-COMANDO-COMPLETO DELIMITED BY SPACE
               INTO WS-DIAS-X.
           IF WS-DIAS-X = SPACES
               MOVE CONST-DIAS-PADRAO TO WS-DIAS-LIMITE
           ELSE
               MOVE WS-DIAS-X TO WS-DIAS-LIMITE
           END-IF.

           COMPUTE WS-DIAS-HOJE =
               WS-ANO-ATUAL * 360 + (WS-MES-ATUAL - 1) * 30
               + WS-DIA-ATUAL.
           COMPUTE WS-DIAS-JANELA = WS-DIAS-HOJE + WS-DIAS-LIMITE.

           OPEN INPUT CADVIN.
           IF WS-STATUS = 35
               DISPLAY "CADVIN.DAT NAO ENCONTRADO - NADA A RELATAR"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "ABERTURA DE CADVIN (INPUT)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           OPEN INPUT CADALU.
           IF WS-STATUS = 35
               DISPLAY "CADALU.DAT NAO ENCONTRADO - NADA A RELATAR"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "ABERTURA DE CADALU (INPUT)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

      *> No clearance file yet simply means nobody has one - every
      *> active student prints as SEM ATESTADO.
           OPEN INPUT CADATS.
           IF WS-STATUS = 35
               SET NAO-TEM-ATESTADOS TO TRUE
               MOVE ZEROS TO WS-STATUS
           ELSE
               SET TEM-ATESTADOS TO TRUE
               MOVE "ABERTURA DE CADATS (INPUT)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

           OPEN OUTPUT RELATV.
           MOVE "ABERTURA DE RELATV (OUTPUT)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

       FECHAR-ARQUIVOS.

           CLOSE CADVIN.
           MOVE "FECHAMENTO DE CADVIN" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           CLOSE CADALU.
           MOVE "FECHAMENTO DE CADALU" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           IF TEM-ATESTADOS
               CLOSE CADATS
               MOVE "FECHAMENTO DE CADATS" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

           CLOSE RELATV.
           MOVE "FECHAMENTO DE RELATV" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

       VERIFICAR-STATUS.

           IF WS-STATUS NOT = 00 AND WS-STATUS NOT = 02
               DISPLAY "ERRO DE E/S EM " WS-OPERACAO
               DISPLAY "FILE STATUS: " WS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> ----------------------------------------------------------------
      *> SELECIONAR-ATESTADOS is the SORT's input procedure: one pass
      *> over CADVIN, RELEASEing each active enrollment of an active
      *> student whose clearance is missing, expired or about to go.
      *> ----------------------------------------------------------------
       SELECIONAR-ATESTADOS SECTION.
       SELECIONAR-ATESTADOS-INICIO.

           SET NAO-FIM-ARQUIVO TO TRUE.
           PERFORM LER-PROXIMO-VINCULO UNTIL FIM-ARQUIVO.
           GO TO SELECIONAR-ATESTADOS-FIM.

       LER-PROXIMO-VINCULO.

           READ CADVIN NEXT RECORD
               AT END
                   SET FIM-ARQUIVO TO TRUE
               NOT AT END
                   IF VIN-ATIVA
                       PERFORM AVALIAR-VINCULO
                   END-IF
           END-READ.

       AVALIAR-VINCULO.

           MOVE VIN-MATRICULA TO KEY-ALU.
           READ CADALU KEY IS KEY-ALU.
           IF WS-STATUS = 00 AND ALU-ATIVO
               PERFORM AVALIAR-ATESTADO
           END-IF.
           MOVE ZEROS TO WS-STATUS.

       AVALIAR-ATESTADO.

           MOVE VIN-TURMA     TO SRT-TURMA.
           MOVE VIN-MATRICULA TO SRT-MATRICULA.
           MOVE NOME-ALU      TO SRT-NOME.
           MOVE ZEROS         TO SRT-VALIDADE.
           MOVE SPACES        TO SRT-MEDICO.
           SET SRT-SEM-ATESTADO TO TRUE.

           IF TEM-ATESTADOS
               MOVE VIN-MATRICULA TO ATS-MATRICULA
               READ CADATS KEY IS ATS-MATRICULA
               IF WS-STATUS = 00
                   MOVE ATS-DATA-VALIDADE TO SRT-VALIDADE
                   MOVE ATS-MEDICO        TO SRT-MEDICO
                   COMPUTE WS-DIAS-VALIDADE =
                       ATS-ANO-VALIDADE * 360
                       + (ATS-MES-VALIDADE - 1) * 30
                       + ATS-DIA-VALIDADE
                   IF WS-DIAS-VALIDADE < WS-DIAS-HOJE
                       SET SRT-VENCIDO TO TRUE
                   ELSE
                       SET SRT-A-VENCER TO TRUE
                   END-IF
               END-IF
               MOVE ZEROS TO WS-STATUS
           END-IF.

           IF SRT-SEM-ATESTADO OR SRT-VENCIDO
               OR WS-DIAS-VALIDADE NOT > WS-DIAS-JANELA
               RELEASE SRT-ATESTADO
           END-IF.

      *> The GO TO above lands here so the section never falls through
      *> its helper paragraphs after the selection is done.
       SELECIONAR-ATESTADOS-FIM.
           EXIT.

      *> ----------------------------------------------------------------
      *> IMPRIMIR-ATESTADOS is the SORT's output procedure: a turma
      *> line and a count at every change of turma, page headers every
      *> CONST-MAX-LINHAS-PAGINA lines and the grand totals at the end.
      *> ----------------------------------------------------------------
       IMPRIMIR-ATESTADOS SECTION.
       IMPRIMIR-ATESTADOS-INICIO.

           SET NAO-FIM-RETORNO TO TRUE.
           PERFORM RETORNAR-PROXIMO-ATESTADO UNTIL FIM-RETORNO.

           IF WS-TURMA-CORRENTE NOT = SPACES
               PERFORM FECHAR-TURMA
           END-IF.

           PERFORM IMPRIMIR-RODAPE.
           GO TO IMPRIMIR-ATESTADOS-FIM.

       RETORNAR-PROXIMO-ATESTADO.

           RETURN SORT-ATV
               AT END
                   SET FIM-RETORNO TO TRUE
               NOT AT END
                   PERFORM TRATAR-ATESTADO
           END-RETURN.

       TRATAR-ATESTADO.

           IF SRT-TURMA NOT = WS-TURMA-CORRENTE
               IF WS-TURMA-CORRENTE NOT = SPACES
                   PERFORM FECHAR-TURMA
               END-IF
               PERFORM ABRIR-TURMA
           END-IF.

           PERFORM VERIFICAR-QUEBRA-PAGINA.

           MOVE SRT-MATRICULA TO LD-MATRICULA.
           MOVE SRT-NOME      TO LD-NOME.
           MOVE SRT-MEDICO    TO LD-MEDICO.
           IF SRT-SEM-ATESTADO
               MOVE SPACES TO LD-VALIDADE
           ELSE
               MOVE SRT-VALIDADE(7:2) TO LD-DIA
               MOVE SRT-VALIDADE(5:2) TO LD-MES
               MOVE SRT-VALIDADE(1:4) TO LD-ANO
               MOVE LD-VALIDADE-DATA TO LD-VALIDADE
           END-IF.
           EVALUATE TRUE
               WHEN SRT-SEM-ATESTADO
                   MOVE "SEM ATESTADO" TO LD-SITUACAO
                   ADD 1 TO WS-TOTAL-SEM
               WHEN SRT-VENCIDO
                   MOVE "VENCIDO" TO LD-SITUACAO
                   ADD 1 TO WS-TOTAL-VENCIDOS
               WHEN SRT-A-VENCER
                   MOVE "A VENCER" TO LD-SITUACAO
                   ADD 1 TO WS-TOTAL-A-VENCER
           END-EVALUATE.

           WRITE LINHA-RELATORIO FROM LINHA-DETALHE.
           MOVE "GRAVACAO DE LINHA DE DETALHE" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.
           ADD 1 TO WS-LINHAS-PAGINA.
           ADD 1 TO WS-TOTAL-TURMA.

       ABRIR-TURMA.

           MOVE SRT-TURMA TO WS-TURMA-CORRENTE.
           MOVE ZEROS TO WS-TOTAL-TURMA.

           PERFORM VERIFICAR-QUEBRA-PAGINA.
           MOVE SRT-TURMA TO LT-TURMA.
           WRITE LINHA-RELATORIO FROM LINHA-TURMA.
           MOVE "GRAVACAO DE LINHA DE TURMA" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.
           ADD 1 TO WS-LINHAS-PAGINA.

       FECHAR-TURMA.

           PERFORM VERIFICAR-QUEBRA-PAGINA.
           MOVE WS-TOTAL-TURMA TO LTT-TOTAL.
           WRITE LINHA-RELATORIO FROM LINHA-TOTAL-TURMA.
           MOVE "GRAVACAO DE TOTAL DA TURMA" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.
           ADD 1 TO WS-LINHAS-PAGINA.

       IMPRIMIR-RODAPE.

           IF WS-LINHAS-PAGINA = ZEROS
               PERFORM QUEBRAR-PAGINA
           END-IF.
           MOVE WS-TOTAL-SEM      TO LR-SEM.
           MOVE WS-TOTAL-VENCIDOS TO LR-VENCIDOS.
           MOVE WS-TOTAL-A-VENCER TO LR-A-VENCER.
           WRITE LINHA-RELATORIO FROM LINHA-RODAPE.
           MOVE "GRAVACAO DE RODAPE" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

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
           MOVE "GRAVACAO DE CABECALHO (1)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.
           ADD 1 TO WS-LINHAS-PAGINA.

           MOVE WS-DIAS-LIMITE TO LC-DIAS.
           WRITE LINHA-RELATORIO FROM LINHA-CABECALHO-2.
           MOVE "GRAVACAO DE CABECALHO (2)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.
           ADD 1 TO WS-LINHAS-PAGINA.

           WRITE LINHA-RELATORIO FROM LINHA-CABECALHO-3.
           MOVE "GRAVACAO DE CABECALHO (3)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.
           ADD 1 TO WS-LINHAS-PAGINA.

      *> The GO TO above lands here so the section never falls through
      *> its helper paragraphs and RETURNs past end of file.
       IMPRIMIR-ATESTADOS-FIM.
           EXIT.

       END PROGRAM CADRPT16.
