      *> ----------------------------------------------------------------
      *> CADANON is the personal-data retention batch. Once a former
      *> student has been gone longer than the legal retention period
      *> the academy may no longer keep what identifies them, yet the
      *> accountant still needs the amounts and dates. For every
      *> CADHST.DAT history entry whose last known activity - last
      *> CADAUD.LOG line, or the enrollment date when the trail never
      *> mentioned it, the same rule CADARCH archives by - is older
      *> than the retention period, this blanks the name and contact,
      *> zeroes the CPF and the birth date, and leaves everything else
      *> (matricula, dates, turma, status) as it was. Charges, receipts
      *> and the ledger are keyed by matricula and keep their amounts.
      *>
      *> The student's earlier audit lines lose the name too: CADAUD.LOG
      *> is LINE SEQUENTIAL, so it is rebuilt in CADAUD.TMP with the
      *> names blanked and copied back, the way CADEXREV rewrites its
      *> exception log - a charge adjustment, transfer or approval
      *> line, whose name fields carry turma, competence or request
      *> number rather than a name, is copied unchanged. Each
      *> anonymization is then audited with the distinct "N"
      *> operation. Run it with the desk closed - the audit log must
      *> not grow while it is being rebuilt.
      *>
      *> An entry already anonymized (blank name) is skipped, so the
      *> batch can run every year. The retention period in years comes
      *> off the command line as two digits and defaults to 5.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADANON.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT CADHST ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS KEY-ALU-HST
               ALTERNATE KEY    IS NOME-ALU-HST WITH DUPLICATES
               ALTERNATE KEY    IS CPF-ALU-HST WITH DUPLICATES
               FILE STATUS      IS WS-STATUS.

           SELECT CADAUD ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS.

      *> CADTMP is the work file the new audit log is assembled in
      *> before it is copied back over CADAUD.LOG.
           SELECT CADTMP ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  CADHST
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADHST.DAT".
           COPY CADREG REPLACING ==REG-ALU== BY ==REG-ALU-HST==,
               ==KEY-ALU== BY ==KEY-ALU-HST==,
               ==NOME-ALU== BY ==NOME-ALU-HST==,
               ==DATA-NASC-ALU== BY ==DATA-NASC-ALU-HST==,
               ==ANO-NASC-ALU== BY ==ANO-NASC-ALU-HST==,
               ==MES-NASC-ALU== BY ==MES-NASC-ALU-HST==,
               ==DIA-NASC-ALU== BY ==DIA-NASC-ALU-HST==,
               ==DATA-MATR-ALU== BY ==DATA-MATR-ALU-HST==,
               ==ANO-MATR-ALU== BY ==ANO-MATR-ALU-HST==,
               ==MES-MATR-ALU== BY ==MES-MATR-ALU-HST==,
               ==DIA-MATR-ALU== BY ==DIA-MATR-ALU-HST==,
               ==STATUS-ALU== BY ==STATUS-ALU-HST==,
               ==ALU-ATIVO== BY ==ALU-ATIVO-HST==,
               ==ALU-INATIVO== BY ==ALU-INATIVO-HST==,
               ==ALU-FORMADO== BY ==ALU-FORMADO-HST==,
               ==ALU-SUSPENSO== BY ==ALU-SUSPENSO-HST==,
               ==ALU-TRANCADO== BY ==ALU-TRANCADO-HST==,
               ==CPF-RESP-ALU== BY ==CPF-RESP-ALU-HST==,
               ==FED-ALU== BY ==FED-ALU-HST==,
               ==FED-ACEITO== BY ==FED-ACEITO-HST==,
               ==FED-REJEITADO== BY ==FED-REJEITADO-HST==,
               ==FED-NAO-ENVIADO== BY ==FED-NAO-ENVIADO-HST==,
               ==CONTATO-ALU== BY ==CONTATO-ALU-HST==,
               ==TURMA-ALU== BY ==TURMA-ALU-HST==,
               ==CPF-ALU== BY ==CPF-ALU-HST==,
               ==REMAT-ALU== BY ==REMAT-ALU-HST==,
               ==REMAT-PENDENTE== BY ==REMAT-PENDENTE-HST==,
               ==REMAT-CONFIRMADA== BY ==REMAT-CONFIRMADA-HST==,
               ==REMAT-SEM-CAMPANHA== BY ==REMAT-SEM-CAMPANHA-HST==,
               ==TRANC-ALU== BY ==TRANC-ALU-HST==,
               ==TRANC-INICIO-ALU== BY ==TRANC-INICIO-ALU-HST==,
               ==TRANC-RETORNO-ALU== BY ==TRANC-RETORNO-ALU-HST==.

       FD  CADAUD
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADAUD.LOG".
           COPY CADAUD.

       FD  CADTMP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADAUD.TMP".
           COPY CADAUD REPLACING
               ==REG-AUDITORIA== BY ==REG-AUDITORIA-TMP==,
               ==AUD-CHAVE== BY ==AUT-CHAVE==,
               ==AUD-OPERACAO== BY ==AUT-OPERACAO==,
               ==AUD-NOME-ANTES== BY ==AUT-NOME-ANTES==,
               ==AUD-STATUS-ANTES== BY ==AUT-STATUS-ANTES==,
               ==AUD-NOME-DEPOIS== BY ==AUT-NOME-DEPOIS==,
               ==AUD-STATUS-DEPOIS== BY ==AUT-STATUS-DEPOIS==,
               ==AUD-DATA-HORA== BY ==AUT-DATA-HORA==,
               ==AUD-DATA== BY ==AUT-DATA==,
               ==AUD-HORA== BY ==AUT-HORA==,
               ==AUD-OPERADOR== BY ==AUT-OPERADOR==.

       WORKING-STORAGE SECTION.

       01  WS-STATUS PIC 9(02) VALUE ZEROS.
       01  WS-OPERACAO PIC X(40).

       01  WS-COMANDO-COMPLETO PIC X(40).
       01  WS-ANOS-X PIC X(02).
       77  CONST-ANOS-PADRAO PIC 9(02) VALUE 5.
       01  WS-ANOS-RETENCAO PIC 9(02).

       01  WS-FIM-ARQUIVO PIC X(01).
           88 FIM-ARQUIVO     VALUE "S".
           88 NAO-FIM-ARQUIVO VALUE "N".

       01  WS-TEM-AUDITORIA PIC X(01).
           88 TEM-AUDITORIA     VALUE "S".
           88 NAO-TEM-AUDITORIA VALUE "N".

       01  WS-DATA-ATUAL PIC 9(08).
       01  WS-DATA-ATUAL-R REDEFINES WS-DATA-ATUAL.
           03 WS-ANO-ATUAL PIC 9(04).
           03 WS-MES-ATUAL PIC 9(02).
           03 WS-DIA-ATUAL PIC 9(02).
       01  WS-HORA-ATUAL PIC 9(08).

       01  WS-DATA-CORTE PIC 9(08).
       01  WS-DATA-CORTE-R REDEFINES WS-DATA-CORTE.
           03 WS-ANO-CORTE PIC 9(04).
           03 WS-MES-CORTE PIC 9(02).
           03 WS-DIA-CORTE PIC 9(02).

       01  WS-ULTIMA-ATIVIDADE PIC 9(08).
       01  WS-TOTAL-ANONIMIZADOS PIC 9(05) VALUE ZEROS.
       01  WS-LINHAS-BRANQUEADAS PIC 9(07) VALUE ZEROS.
       01  WS-MATRICULA PIC 9(06).

      *> Last audit date per matricula, replayed from CADAUD.LOG the
      *> same direct-index way CADARCH replays it, and - for each
      *> matricula anonymized in this run - the status it had, which
      *> also marks its audit lines for blanking. SPACE = untouched.
       01  TABELA-ATIVIDADE.
           03 TAB-ULTIMA-DATA PIC 9(08) OCCURS 99999 TIMES.
       01  TABELA-ANONIMIZADOS.
           03 TAB-STATUS-ANONIMIZADO PIC X(01) OCCURS 99999 TIMES.

           COPY CADOPRW.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           IF AOP-ID = SPACES OR AOP-ID = LOW-VALUES
               MOVE "BATCH" TO AOP-ID
           END-IF.

           PERFORM ABRIR-ARQUIVOS.
           PERFORM CARREGAR-ULTIMAS-ATIVIDADES.

           MOVE SPACES TO TABELA-ANONIMIZADOS.
           MOVE ZEROS TO KEY-ALU-HST.
           START CADHST KEY IS NOT LESS THAN KEY-ALU-HST.
           IF WS-STATUS = 00
               SET NAO-FIM-ARQUIVO TO TRUE
               PERFORM AVALIAR-PROXIMO-HISTORICO UNTIL FIM-ARQUIVO
           END-IF.
           MOVE ZEROS TO WS-STATUS.

           CLOSE CADHST.
           MOVE "FECHAMENTO DE CADHST" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           IF WS-TOTAL-ANONIMIZADOS > ZEROS
               PERFORM REGRAVAR-AUDITORIA
           END-IF.

           DISPLAY "HISTORICOS ANONIMIZADOS: " WS-TOTAL-ANONIMIZADOS.
           DISPLAY "LINHAS DE AUDITORIA SEM NOME: "
               WS-LINHAS-BRANQUEADAS.

           STOP RUN.

       ABRIR-ARQUIVOS.

           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.

           ACCEPT WS-COMANDO-COMPLETO FROM COMMAND-LINE.
           UNSTRING WS-COMANDO-COMPLETO DELIMITED BY SPACE
               INTO WS-ANOS-X.
           IF WS-ANOS-X = SPACES
               MOVE CONST-ANOS-PADRAO TO WS-ANOS-RETENCAO
           ELSE
               IF WS-ANOS-X NOT NUMERIC
                   DISPLAY "USO: CADANON [anos de retencao, 2 digitos]"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-ANOS-X TO WS-ANOS-RETENCAO
           END-IF.

           MOVE WS-DATA-ATUAL TO WS-DATA-CORTE.
           SUBTRACT WS-ANOS-RETENCAO FROM WS-ANO-CORTE.

           OPEN I-O CADHST.
           IF WS-STATUS = 35
               DISPLAY "CADHST.DAT NAO ENCONTRADO - NADA A ANONIMIZAR"
               STOP RUN
           END-IF.
           MOVE "ABERTURA DE CADHST (I-O)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

      *> ----------------------------------------------------------------
      *> CARREGAR-ULTIMAS-ATIVIDADES replays CADAUD.LOG keeping the
      *> newest AUD-DATA per matricula. A machine with no audit log
      *> falls back to the enrollment dates alone.
      *> ----------------------------------------------------------------
       CARREGAR-ULTIMAS-ATIVIDADES.

           MOVE ZEROS TO TABELA-ATIVIDADE.

           OPEN INPUT CADAUD.
           IF WS-STATUS = 35
               SET NAO-TEM-AUDITORIA TO TRUE
               MOVE ZEROS TO WS-STATUS
           ELSE
               SET TEM-AUDITORIA TO TRUE
               MOVE "ABERTURA DE CADAUD (REPLAY)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               SET NAO-FIM-ARQUIVO TO TRUE
               PERFORM LER-PROXIMA-AUDITORIA UNTIL FIM-ARQUIVO
               CLOSE CADAUD
               MOVE "FECHAMENTO DE CADAUD (REPLAY)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

       LER-PROXIMA-AUDITORIA.

           READ CADAUD
               AT END
                   SET FIM-ARQUIVO TO TRUE
               NOT AT END
                   IF AUD-CHAVE > ZEROS
                       AND AUD-DATA > TAB-ULTIMA-DATA(AUD-CHAVE)
                       MOVE AUD-DATA TO TAB-ULTIMA-DATA(AUD-CHAVE)
                   END-IF
           END-READ.

      *> ----------------------------------------------------------------
      *> AVALIAR-PROXIMO-HISTORICO anonymizes one history entry when it
      *> still carries a name and its last known activity is older
      *> than the retention cutoff.
      *> ----------------------------------------------------------------
       AVALIAR-PROXIMO-HISTORICO.

           READ CADHST NEXT RECORD.
           IF WS-STATUS NOT = 00
               SET FIM-ARQUIVO TO TRUE
           ELSE
               IF NOME-ALU-HST NOT = SPACES
                   MOVE TAB-ULTIMA-DATA(KEY-ALU-HST) TO
                       WS-ULTIMA-ATIVIDADE
                   IF WS-ULTIMA-ATIVIDADE = ZEROS
                       MOVE DATA-MATR-ALU-HST TO WS-ULTIMA-ATIVIDADE
                   END-IF
                   IF WS-ULTIMA-ATIVIDADE < WS-DATA-CORTE
                       PERFORM ANONIMIZAR-HISTORICO
                   END-IF
               END-IF
           END-IF.

       ANONIMIZAR-HISTORICO.

           MOVE SPACES TO NOME-ALU-HST.
           MOVE SPACES TO CONTATO-ALU-HST.
           MOVE ZEROS  TO CPF-ALU-HST.
           MOVE ZEROS  TO DATA-NASC-ALU-HST.

           REWRITE REG-ALU-HST.
           MOVE "REGRAVACAO DE REG-ALU-HST (ANONIMIZACAO)" TO
               WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           MOVE STATUS-ALU-HST TO TAB-STATUS-ANONIMIZADO(KEY-ALU-HST).
           ADD 1 TO WS-TOTAL-ANONIMIZADOS.
           DISPLAY "ANONIMIZADO: MATRICULA " KEY-ALU-HST.

      *> ----------------------------------------------------------------
      *> REGRAVAR-AUDITORIA assembles the new audit log in CADAUD.TMP -
      *> every old line, names blanked on the lines of the matriculas
      *> just anonymized, then one "N" line per anonymization - and
      *> copies it back over CADAUD.LOG.
      *> ----------------------------------------------------------------
       REGRAVAR-AUDITORIA.

           OPEN OUTPUT CADTMP.
           MOVE "ABERTURA DE CADTMP (OUTPUT)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           IF TEM-AUDITORIA
               OPEN INPUT CADAUD
               MOVE "ABERTURA DE CADAUD (INPUT)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               SET NAO-FIM-ARQUIVO TO TRUE
               PERFORM COPIAR-AUDITORIA-PARA-TMP UNTIL FIM-ARQUIVO
               CLOSE CADAUD
               MOVE "FECHAMENTO DE CADAUD (INPUT)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ATUAL FROM TIME.
           PERFORM GRAVAR-AUDITORIA-ANONIMIZACAO
               VARYING WS-MATRICULA FROM 1 BY 1
               UNTIL WS-MATRICULA > 99999.

           CLOSE CADTMP.
           MOVE "FECHAMENTO DE CADTMP" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           PERFORM COPIAR-TMP-PARA-LOG.

       COPIAR-AUDITORIA-PARA-TMP.

           READ CADAUD
               AT END
                   SET FIM-ARQUIVO TO TRUE
               NOT AT END
                   MOVE REG-AUDITORIA TO REG-AUDITORIA-TMP
                   IF AUD-CHAVE > ZEROS
                       AND TAB-STATUS-ANONIMIZADO(AUD-CHAVE) NOT = SPACE
                       AND NOT AUD-CANCELA-COBRANCA OF REG-AUDITORIA
                       AND NOT AUD-REABRE-COBRANCA OF REG-AUDITORIA
                       AND NOT AUD-TRANSFERENCIA OF REG-AUDITORIA
                       AND NOT AUD-APROVACAO OF REG-AUDITORIA
                       MOVE SPACES TO AUT-NOME-ANTES
                       MOVE SPACES TO AUT-NOME-DEPOIS
                       ADD 1 TO WS-LINHAS-BRANQUEADAS
                   END-IF
                   WRITE REG-AUDITORIA-TMP
                   MOVE "GRAVACAO DE REG-AUDITORIA-TMP" TO WS-OPERACAO
                   PERFORM VERIFICAR-STATUS
           END-READ.

       GRAVAR-AUDITORIA-ANONIMIZACAO.

           IF TAB-STATUS-ANONIMIZADO(WS-MATRICULA) NOT = SPACE
               MOVE WS-MATRICULA   TO AUT-CHAVE
               MOVE "N"            TO AUT-OPERACAO
               MOVE SPACES         TO AUT-NOME-ANTES
               MOVE TAB-STATUS-ANONIMIZADO(WS-MATRICULA) TO
                   AUT-STATUS-ANTES
               MOVE SPACES         TO AUT-NOME-DEPOIS
               MOVE TAB-STATUS-ANONIMIZADO(WS-MATRICULA) TO
                   AUT-STATUS-DEPOIS
               MOVE WS-DATA-ATUAL  TO AUT-DATA
               MOVE WS-HORA-ATUAL  TO AUT-HORA
               MOVE AOP-ID         TO AUT-OPERADOR
               WRITE REG-AUDITORIA-TMP
               MOVE "GRAVACAO DE REG-AUDITORIA-TMP (N)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

       COPIAR-TMP-PARA-LOG.

           OPEN INPUT CADTMP.
           MOVE "ABERTURA DE CADTMP (INPUT)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           OPEN OUTPUT CADAUD.
           MOVE "ABERTURA DE CADAUD (OUTPUT)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           SET NAO-FIM-ARQUIVO TO TRUE.
           PERFORM COPIAR-UMA-LINHA-TMP UNTIL FIM-ARQUIVO.

           CLOSE CADTMP.
           MOVE "FECHAMENTO DE CADTMP (COPIA)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           CLOSE CADAUD.
           MOVE "FECHAMENTO DE CADAUD (COPIA)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

       COPIAR-UMA-LINHA-TMP.

           READ CADTMP
               AT END
                   SET FIM-ARQUIVO TO TRUE
               NOT AT END
                   MOVE REG-AUDITORIA-TMP TO REG-AUDITORIA
                   WRITE REG-AUDITORIA
                   MOVE "GRAVACAO DE REG-AUDITORIA (COPIA)" TO
                       WS-OPERACAO
                   PERFORM VERIFICAR-STATUS
           END-READ.

       VERIFICAR-STATUS.

           IF WS-STATUS NOT = 00 AND WS-STATUS NOT = 02
               DISPLAY "ERRO DE E/S EM " WS-OPERACAO
               DISPLAY "FILE STATUS: " WS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       END PROGRAM CADANON.
