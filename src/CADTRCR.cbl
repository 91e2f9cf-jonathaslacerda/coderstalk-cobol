      *> ----------------------------------------------------------------
      *> CADTRCR is the daily leave-of-absence batch. It browses the
      *> master once and, for every ALU-TRANCADO student:
      *>   - whose planned return date (TRANC-RETORNO-ALU) has come,
      *>     puts STATUS-ALU back to ALU-ATIVO, audited "V" like any
      *>     other reinstatement - from the next CADBILL run the student
      *>     is billed again and CADCHAM calls them at roll call;
      *>   - still away, but for longer than the limit, lists them so
      *>     the desk can call the family before the leave quietly
      *>     becomes a dropout.
      *> Both groups are printed on CADTRC.RPT.
      *>
      *> Days on leave are counted 30/360, the same commercial day
      *> count CADMORA uses. The limit in days comes off the command
      *> line and defaults to CONST-LIMITE-PADRAO.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADTRCR.

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

           SELECT CADAUD ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS.

           SELECT RELTRC ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  CADALU
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADALU.DAT".
           COPY CADREG.

       FD  CADAUD
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADAUD.LOG".
           COPY CADAUD.

       FD  RELTRC
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADTRC.RPT".
       01  LINHA-RELATORIO PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-STATUS PIC 9(02) VALUE ZEROS.
       01  WS-OPERACAO PIC X(40).

       01  WS-COMANDO-COMPLETO PIC X(40).
       01  WS-LIMITE-X PIC X(03).
       77  CONST-LIMITE-PADRAO PIC 9(03) VALUE 90.
       01  WS-LIMITE-DIAS PIC 9(03).

       01  WS-FIM-ARQUIVO PIC X(01).
           88 FIM-ARQUIVO     VALUE "S".
           88 NAO-FIM-ARQUIVO VALUE "N".

       01  WS-REATIVADOS PIC 9(05) VALUE ZEROS.
       01  WS-ACIMA-LIMITE PIC 9(05) VALUE ZEROS.

       01  WS-DATA-ATUAL PIC 9(08).
       01  WS-DATA-ATUAL-R REDEFINES WS-DATA-ATUAL.
           03 WS-ANO-ATUAL PIC 9(04).
           03 WS-MES-ATUAL PIC 9(02).
           03 WS-DIA-ATUAL PIC 9(02).
       01  WS-HORA-ATUAL PIC 9(08).

      *> 30/360 day counts for today and for the start of the leave.
       01  WS-DATA-INICIO PIC 9(08).
       01  WS-DATA-INICIO-R REDEFINES WS-DATA-INICIO.
           03 WS-ANO-INICIO PIC 9(04).
           03 WS-MES-INICIO PIC 9(02).
           03 WS-DIA-INICIO PIC 9(02).
       01  WS-DIAS-HOJE PIC 9(08).
       01  WS-DIAS-INICIO PIC 9(08).
       01  WS-DIAS-TRANCADO PIC 9(05).

       01  WS-DATA-EDICAO PIC 9(08).
       01  WS-DATA-EDICAO-R REDEFINES WS-DATA-EDICAO.
           03 WS-ANO-EDICAO PIC 9(04).
           03 WS-MES-EDICAO PIC 9(02).
           03 WS-DIA-EDICAO PIC 9(02).

       01  WS-AUD-NOME-ANTES   PIC X(45).
       01  WS-AUD-STATUS-ANTES PIC X(01).

       77  CONST-MAX-LINHAS-PAGINA PIC 9(02) VALUE 20.
       01  WS-NUMERO-PAGINA PIC 9(04) VALUE ZEROS.
       01  WS-LINHAS-PAGINA PIC 9(02) VALUE ZEROS.

      *> Polite wait-and-retry for a master record a front-desk
      *> program is holding during the scan - a held record must not
      *> read as end-of-file and silently truncate the run.
       77  CONST-MAX-ESPERAS PIC 9(02) VALUE 5.
       77  CONST-SEGUNDOS-ESPERA PIC 9(01) VALUE 1.
       01  WS-TENTATIVAS PIC 9(02) VALUE ZEROS.

       01  LINHA-CABECALHO-1.
           03 FILLER          PIC X(31) VALUE
               "TRANCAMENTOS - RETORNOS/ALERTAS".
           03 FILLER          PIC X(08) VALUE "  DATA: ".
           03 LC-DIA          PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LC-MES          PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LC-ANO          PIC 9(04).
           03 FILLER          PIC X(09) VALUE "  PAGINA ".
           03 LC-PAGINA       PIC ZZZ9.
           03 FILLER          PIC X(18) VALUE SPACES.

       01  LINHA-CABECALHO-2.
           03 FILLER          PIC X(07) VALUE "MATR.  ".
           03 FILLER          PIC X(30) VALUE "NOME".
           03 FILLER          PIC X(11) VALUE "INICIO".
           03 FILLER          PIC X(11) VALUE "RETORNO".
           03 FILLER          PIC X(06) VALUE "DIAS".
           03 FILLER          PIC X(15) VALUE "SITUACAO".

       01  LINHA-DETALHE.
           03 LD-MATRICULA    PIC 9(05).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LD-NOME         PIC X(29).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LD-INI-DIA      PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LD-INI-MES      PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LD-INI-ANO      PIC 9(04).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LD-RET-DIA      PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LD-RET-MES      PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LD-RET-ANO      PIC 9(04).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LD-DIAS         PIC ZZZ9.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LD-SITUACAO     PIC X(15).

       01  LINHA-RODAPE.
           03 FILLER          PIC X(12) VALUE "REATIVADOS: ".
           03 LR-REATIVADOS   PIC ZZZZ9.
           03 FILLER          PIC X(20) VALUE
               "   ACIMA DO LIMITE (".
           03 LR-LIMITE       PIC ZZ9.
           03 FILLER          PIC X(08) VALUE " DIAS): ".
           03 LR-ACIMA        PIC ZZZZ9.
           03 FILLER          PIC X(27) VALUE SPACES.

           COPY CADOPRW.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           IF AOP-ID = SPACES OR AOP-ID = LOW-VALUES
               MOVE "BATCH" TO AOP-ID
           END-IF.

           PERFORM ABRIR-ARQUIVOS.

           PERFORM GERAR-CABECALHO.

           MOVE ZEROS TO KEY-ALU.
           START CADALU KEY IS NOT LESS THAN KEY-ALU.
           IF WS-STATUS = 00
               SET NAO-FIM-ARQUIVO TO TRUE
               PERFORM AVALIAR-PROXIMO-ALUNO UNTIL FIM-ARQUIVO
           END-IF.

           MOVE WS-REATIVADOS   TO LR-REATIVADOS.
           MOVE WS-LIMITE-DIAS  TO LR-LIMITE.
           MOVE WS-ACIMA-LIMITE TO LR-ACIMA.
           WRITE LINHA-RELATORIO FROM LINHA-RODAPE.
           MOVE "GRAVACAO DE RODAPE" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           PERFORM FECHAR-ARQUIVOS.

           DISPLAY "ALUNOS REATIVADOS APOS TRANCAMENTO: "
               WS-REATIVADOS.
           DISPLAY "TRANCAMENTOS ACIMA DE " WS-LIMITE-DIAS " DIAS: "
               WS-ACIMA-LIMITE.

           STOP RUN.

       ABRIR-ARQUIVOS.

           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
           COMPUTE WS-DIAS-HOJE =
               WS-ANO-ATUAL * 360 + (WS-MES-ATUAL - 1) * 30
               + WS-DIA-ATUAL.

           ACCEPT WS-COMANDO-COMPLETO FROM COMMAND-LINE.
           UNSTRING WS-COMANDO-COMPLETO DELIMITED BY SPACE
               INTO WS-LIMITE-X.
           IF WS-LIMITE-X = SPACES
               MOVE CONST-LIMITE-PADRAO TO WS-LIMITE-DIAS
           ELSE
               MOVE WS-LIMITE-X TO WS-LIMITE-DIAS
           END-IF.

           OPEN I-O CADALU.
           IF WS-STATUS = 35
               DISPLAY "CADALU.DAT NAO ENCONTRADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "ABERTURA DE CADALU (I-O)" TO WS-OPERACAO.
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

           OPEN OUTPUT RELTRC.
           MOVE "ABERTURA DE RELTRC (OUTPUT)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

       AVALIAR-PROXIMO-ALUNO.

           PERFORM LER-MESTRE-COM-ESPERA.
           IF WS-STATUS NOT = 00
               SET FIM-ARQUIVO TO TRUE
           ELSE
               IF ALU-TRANCADO
                   PERFORM AVALIAR-TRANCAMENTO
               END-IF
           END-IF.

      *> ----------------------------------------------------------------
      *> AVALIAR-TRANCAMENTO reactivates a student whose return date
      *> has come, and otherwise measures the leave against the limit.
      *> ----------------------------------------------------------------
       AVALIAR-TRANCAMENTO.

           MOVE TRANC-INICIO-ALU TO WS-DATA-INICIO.
           COMPUTE WS-DIAS-INICIO =
               WS-ANO-INICIO * 360 + (WS-MES-INICIO - 1) * 30
               + WS-DIA-INICIO.
           IF WS-DIAS-HOJE > WS-DIAS-INICIO
               COMPUTE WS-DIAS-TRANCADO = WS-DIAS-HOJE - WS-DIAS-INICIO
           ELSE
               MOVE ZEROS TO WS-DIAS-TRANCADO
           END-IF.

           IF TRANC-RETORNO-ALU NOT > WS-DATA-ATUAL
               PERFORM REATIVAR-ALUNO
           ELSE
               IF WS-DIAS-TRANCADO > WS-LIMITE-DIAS
                   ADD 1 TO WS-ACIMA-LIMITE
                   MOVE "ACIMA DO LIMITE" TO LD-SITUACAO
                   PERFORM IMPRIMIR-ALUNO
               END-IF
           END-IF.

       REATIVAR-ALUNO.

           MOVE NOME-ALU   TO WS-AUD-NOME-ANTES.
           MOVE STATUS-ALU TO WS-AUD-STATUS-ANTES.
           SET ALU-ATIVO TO TRUE.
           REWRITE REG-ALU.
           MOVE "REGRAVACAO DE REG-ALU (RETORNO)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.
           PERFORM GRAVAR-AUDITORIA.
           ADD 1 TO WS-REATIVADOS.
           MOVE "REATIVADO" TO LD-SITUACAO.
           PERFORM IMPRIMIR-ALUNO.

       IMPRIMIR-ALUNO.

           IF WS-LINHAS-PAGINA >= CONST-MAX-LINHAS-PAGINA
               PERFORM GERAR-CABECALHO
           END-IF.

           MOVE KEY-ALU TO LD-MATRICULA.
           MOVE NOME-ALU TO LD-NOME.
           MOVE TRANC-INICIO-ALU TO WS-DATA-EDICAO.
           MOVE WS-DIA-EDICAO TO LD-INI-DIA.
           MOVE WS-MES-EDICAO TO LD-INI-MES.
           MOVE WS-ANO-EDICAO TO LD-INI-ANO.
           MOVE TRANC-RETORNO-ALU TO WS-DATA-EDICAO.
           MOVE WS-DIA-EDICAO TO LD-RET-DIA.
           MOVE WS-MES-EDICAO TO LD-RET-MES.
           MOVE WS-ANO-EDICAO TO LD-RET-ANO.
           MOVE WS-DIAS-TRANCADO TO LD-DIAS.

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

           WRITE LINHA-RELATORIO FROM LINHA-CABECALHO-1.
           MOVE "GRAVACAO DE CABECALHO (1)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           WRITE LINHA-RELATORIO FROM LINHA-CABECALHO-2.
           MOVE "GRAVACAO DE CABECALHO (2)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.
           ADD 2 TO WS-LINHAS-PAGINA.

      *> ----------------------------------------------------------------
      *> LER-MESTRE-COM-ESPERA reads the next master record, waiting
      *> politely when a front-desk program holds the current one
      *> (status 51) - and aborting through VERIFICAR-STATUS if it
      *> stays held, so a lock never masquerades as end-of-file and
      *> ends the scan half-done.
      *> ----------------------------------------------------------------
       LER-MESTRE-COM-ESPERA.

           MOVE ZEROS TO WS-TENTATIVAS.
           PERFORM LER-MESTRE-UMA-VEZ WITH TEST AFTER
               UNTIL WS-STATUS NOT = 51
               OR WS-TENTATIVAS > CONST-MAX-ESPERAS.
           IF WS-STATUS = 51
               MOVE "LEITURA SEQUENCIAL DE CADALU" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

       LER-MESTRE-UMA-VEZ.

           READ CADALU NEXT RECORD.
           IF WS-STATUS = 51
               ADD 1 TO WS-TENTATIVAS
               DISPLAY "REGISTRO DE ALUNO EM USO - AGUARDANDO"
               CALL "C$SLEEP" USING CONST-SEGUNDOS-ESPERA
           END-IF.

       GRAVAR-AUDITORIA.

           ACCEPT WS-HORA-ATUAL FROM TIME.

           MOVE KEY-ALU             TO AUD-CHAVE.
           SET AUD-REATIVACAO       TO TRUE.
           MOVE WS-AUD-NOME-ANTES   TO AUD-NOME-ANTES.
           MOVE WS-AUD-STATUS-ANTES TO AUD-STATUS-ANTES.
           MOVE NOME-ALU            TO AUD-NOME-DEPOIS.
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

           CLOSE CADAUD.
           MOVE "FECHAMENTO DE CADAUD" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           CLOSE RELTRC.
           MOVE "FECHAMENTO DE RELTRC" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

       VERIFICAR-STATUS.

           IF WS-STATUS NOT = 00 AND WS-STATUS NOT = 02
               DISPLAY "ERRO DE E/S EM " WS-OPERACAO
               DISPLAY "FILE STATUS: " WS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       END PROGRAM CADTRCR.
