      *> ----------------------------------------------------------------
      *> CADTRC is the leave-of-absence (trancamento) action behind
      *> CADMENU's option 23. A student who stops for a trip, an
      *> injury or exam season used to have two bad choices: CADDEL,
      *> which gave the seat away and counted a dropout, or staying
      *> active and being billed for months nobody trained. Here the
      *> desk records the leave with its start date and planned return
      *> date and STATUS-ALU becomes ALU-TRANCADO: the CADVIN
      *> enrollment and the seat stay, CADBILL stops billing, CADCHAM
      *> leaves the student off the roll and CADRPT05 off the
      *> early-warning list. The CADTRCR daily batch brings the student
      *> back on the return date.
      *>
      *> For a student already on leave the same screen moves the
      *> planned return date or ends the leave today. Every change is
      *> audited - "M" for the leave, "V" for the return.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADTRC.

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

       WORKING-STORAGE SECTION.

       01  WS-STATUS PIC 9(02) VALUE ZEROS.
       01  WS-OPERACAO PIC X(40).

       01  WS-MATRICULA-DIGITADA PIC 9(05).
       01  WS-RESPOSTA PIC X(01).

      *> Dates typed as AAAAMMDD; an empty start date means today.
       01  WS-DATA-DIGITADA-X PIC X(08).
       01  WS-DATA-DIGITADA PIC 9(08).
       01  WS-DATA-DIGITADA-R REDEFINES WS-DATA-DIGITADA.
           03 WS-ANO-DIGITADO PIC 9(04).
           03 WS-MES-DIGITADO PIC 9(02).
           03 WS-DIA-DIGITADO PIC 9(02).
       01  WS-DATA-INICIO PIC 9(08).

       01  WS-DATA-VALIDA PIC X(01).
           88 DATA-VALIDA   VALUE "S".
           88 DATA-INVALIDA VALUE "N".

       01  WS-DATA-ATUAL PIC 9(08).
       01  WS-HORA-ATUAL PIC 9(08).

       01  WS-AUD-OPERACAO     PIC X(01).
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

           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.

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
               EVALUATE TRUE
                   WHEN ALU-ATIVO
                       PERFORM SOLICITAR-TRANCAMENTO
                   WHEN ALU-TRANCADO
                       PERFORM MANTER-TRANCAMENTO
                   WHEN OTHER
                       DISPLAY "ALUNO " NOME-ALU " NAO ESTA ATIVO - "
                           "TRANCAMENTO NAO PERMITIDO"
               END-EVALUATE
           END-IF.

           PERFORM FECHAR-ARQUIVOS.

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
      *> SOLICITAR-TRANCAMENTO takes the start date - today when left
      *> empty, never a future day, since the freeze is in force from
      *> the moment it is recorded - and a planned return date after
      *> it, then puts the student on leave.
      *> ----------------------------------------------------------------
       SOLICITAR-TRANCAMENTO.

           DISPLAY "ALUNO " NOME-ALU.
           DISPLAY "INICIO DO TRANCAMENTO (AAAAMMDD, ENTER = HOJE): ".
           ACCEPT WS-DATA-DIGITADA-X.
           IF WS-DATA-DIGITADA-X = SPACES
               MOVE WS-DATA-ATUAL TO WS-DATA-DIGITADA-X
           END-IF.
           PERFORM VALIDAR-DATA.
           IF DATA-INVALIDA OR WS-DATA-DIGITADA > WS-DATA-ATUAL
               DISPLAY "DATA DE INICIO INVALIDA - OPERACAO CANCELADA"
           ELSE
               MOVE WS-DATA-DIGITADA TO WS-DATA-INICIO
               PERFORM SOLICITAR-DATA-RETORNO
               IF DATA-INVALIDA OR WS-DATA-DIGITADA NOT > WS-DATA-ATUAL
                   DISPLAY "DATA DE RETORNO INVALIDA - DEVE SER "
                       "POSTERIOR A HOJE - OPERACAO CANCELADA"
               ELSE
                   MOVE NOME-ALU   TO WS-AUD-NOME-ANTES
                   MOVE STATUS-ALU TO WS-AUD-STATUS-ANTES
                   SET ALU-TRANCADO TO TRUE
                   MOVE WS-DATA-INICIO   TO TRANC-INICIO-ALU
                   MOVE WS-DATA-DIGITADA TO TRANC-RETORNO-ALU
                   REWRITE REG-ALU
                   MOVE "REGRAVACAO DE REG-ALU (TRANCAMENTO)" TO
                       WS-OPERACAO
                   PERFORM VERIFICAR-STATUS
                   MOVE "M" TO WS-AUD-OPERACAO
                   PERFORM GRAVAR-AUDITORIA
                   DISPLAY "MATRICULA TRANCADA DE " TRANC-INICIO-ALU
                       " A " TRANC-RETORNO-ALU
               END-IF
           END-IF.

      *> ----------------------------------------------------------------
      *> MANTER-TRANCAMENTO serves a student already on leave: "R"
      *> ends the leave today, "A" moves the planned return date, and
      *> anything else leaves the record alone.
      *> ----------------------------------------------------------------
       MANTER-TRANCAMENTO.

           DISPLAY "ALUNO " NOME-ALU " TRANCADO DESDE "
               TRANC-INICIO-ALU " - RETORNO PREVISTO "
               TRANC-RETORNO-ALU.
           DISPLAY "R = RETORNAR HOJE, A = ALTERAR RETORNO, "
               "ENTER = SAIR: ".
           ACCEPT WS-RESPOSTA.

           MOVE NOME-ALU   TO WS-AUD-NOME-ANTES.
           MOVE STATUS-ALU TO WS-AUD-STATUS-ANTES.

           EVALUATE WS-RESPOSTA
               WHEN "R"
               WHEN "r"
                   SET ALU-ATIVO TO TRUE
                   MOVE WS-DATA-ATUAL TO TRANC-RETORNO-ALU
                   REWRITE REG-ALU
                   MOVE "REGRAVACAO DE REG-ALU (RETORNO)" TO
                       WS-OPERACAO
                   PERFORM VERIFICAR-STATUS
                   MOVE "V" TO WS-AUD-OPERACAO
                   PERFORM GRAVAR-AUDITORIA
                   DISPLAY "ALUNO REATIVADO - VOLTA A SER FATURADO NA "
                       "PROXIMA EXECUCAO DO CADBILL"
               WHEN "A"
               WHEN "a"
                   PERFORM SOLICITAR-DATA-RETORNO
                   IF DATA-INVALIDA
                       OR WS-DATA-DIGITADA NOT > WS-DATA-ATUAL
                       DISPLAY "DATA DE RETORNO INVALIDA - DEVE SER "
                           "POSTERIOR A HOJE - OPERACAO CANCELADA"
                   ELSE
                       MOVE WS-DATA-DIGITADA TO TRANC-RETORNO-ALU
                       REWRITE REG-ALU
                       MOVE "REGRAVACAO DE REG-ALU (TRANCAMENTO)" TO
                           WS-OPERACAO
                       PERFORM VERIFICAR-STATUS
                       MOVE "M" TO WS-AUD-OPERACAO
                       PERFORM GRAVAR-AUDITORIA
                       DISPLAY "RETORNO PREVISTO ALTERADO PARA "
                           TRANC-RETORNO-ALU
                   END-IF
               WHEN OTHER
                   DISPLAY "NENHUMA ALTERACAO"
           END-EVALUATE.

       SOLICITAR-DATA-RETORNO.

           DISPLAY "DATA PREVISTA DE RETORNO (AAAAMMDD): ".
           ACCEPT WS-DATA-DIGITADA-X.
           PERFORM VALIDAR-DATA.

      *> ----------------------------------------------------------------
      *> VALIDAR-DATA is a plain range check on the typed AAAAMMDD -
      *> numeric, month 01-12, day 01-31.
      *> ----------------------------------------------------------------
       VALIDAR-DATA.

           SET DATA-VALIDA TO TRUE.
           MOVE ZEROS TO WS-DATA-DIGITADA.
           IF WS-DATA-DIGITADA-X NOT NUMERIC
               SET DATA-INVALIDA TO TRUE
           ELSE
               MOVE WS-DATA-DIGITADA-X TO WS-DATA-DIGITADA
               IF WS-MES-DIGITADO < 1 OR WS-MES-DIGITADO > 12
                   OR WS-DIA-DIGITADO < 1 OR WS-DIA-DIGITADO > 31
                   OR WS-ANO-DIGITADO < 1900
                   SET DATA-INVALIDA TO TRUE
               END-IF
           END-IF.

      *> ----------------------------------------------------------------
      *> LER-ALUNO-COM-ESPERA reads for update, waiting politely - up
      *> to CONST-MAX-ESPERAS tries, one second apart - when another
      *> program holds the record (status 51).
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

       GRAVAR-AUDITORIA.

           ACCEPT WS-HORA-ATUAL FROM TIME.

           MOVE KEY-ALU             TO AUD-CHAVE.
           MOVE WS-AUD-OPERACAO     TO AUD-OPERACAO.
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

       VERIFICAR-STATUS.

           IF WS-STATUS NOT = 00 AND WS-STATUS NOT = 02
               DISPLAY "ERRO DE E/S EM " WS-OPERACAO
               DISPLAY "FILE STATUS: " WS-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       END PROGRAM CADTRC.
