      *> cancelled date and CADRPT05 keeps the date out of the
      *> attendance arithmetic. A session whose roll was already taken
      *> ("R") is not cancellable - the attendance facts exist.
      *>
      *> When another instructor covers a single turma's class, the
      *> operator types the substitute's CADINS.DAT code instead and
      *> the session stays on, the code kept in SES-SUBSTITUTO. The
      *> substitute must be an active instructor other than the
      *> turma's own, and free at the turma's TUR-DIA-SEMANA and hours:
      *> no other active turma overlapping that slot may be taught by
      *> them on the date - neither their own (unless that session is
      *> cancelled or itself covered) nor one they already cover.
      *>
      *> Every cancellation, the holiday included, queues an "SC"
      *> message through CADNTFG to the family of each active student
      *> with an active CADVIN enrollment in the turma, so nobody
      *> turns up to a locked door.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADSCAN.
               RECORD KEY       IS TUR-CODIGO
               FILE STATUS      IS WS-STATUS.

           SELECT CADINS ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS INS-CODIGO
               FILE STATUS      IS WS-STATUS.

      *> CADVIN and CADALU name the families the cancellation notice
      *> goes to - the turma's active enrollments, whole-file scan as
      *> in CADCHAM's roll.
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
               LOCK MODE        IS AUTOMATIC
               FILE STATUS      IS WS-STATUS.

       DATA DIVISION.

       FILE SECTION.
           VALUE OF FILE-ID IS "CADTUR.DAT".
           COPY CADTURR.

       FD  CADINS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADINS.DAT".
           COPY CADINSR.

       FD  CADVIN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADVIN.DAT".
           COPY CADVINR.

       FD  CADALU
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADALU.DAT".
           COPY CADREG.

       WORKING-STORAGE SECTION.

       01  WS-STATUS PIC 9(02) VALUE ZEROS.
           03 WS-MES-DIG PIC 9(02).
           03 WS-DIA-DIG PIC 9(02).
       01  WS-MOTIVO-DIGITADO PIC X(30).
       01  WS-SUBSTITUTO-DIGITADO PIC X(06).
       01  WS-MARCA PIC X(01).

       01  WS-TEM-INSTRUTORES PIC X(01).
           88 TEM-INSTRUTORES     VALUE "S".
           88 NAO-TEM-INSTRUTORES VALUE "N".

       01  WS-SUBSTITUTO-VALIDO PIC X(01).
           88 SUBSTITUTO-VALIDO   VALUE "S".
           88 SUBSTITUTO-INVALIDO VALUE "N".

      *> The covered turma's slot, kept aside while CADTUR is browsed
      *> for the substitute's other commitments.
       01  WS-DIA-TURMA PIC 9(01).
       01  WS-INICIO-TURMA PIC 9(04).
       01  WS-FIM-TURMA PIC 9(04).
       01  WS-INSTRUTOR-TURMA PIC X(06).
       01  WS-QUEM-ENSINA PIC X(06).

       01  WS-FIM-TURMAS PIC X(01).
           88 FIM-TURMAS     VALUE "S".
           88 NAO-FIM-TURMAS VALUE "N".

       01  WS-CANCELADAS PIC 9(03) VALUE ZEROS.

      *> Both files are needed to notify; a school still without
      *> CADVIN.DAT simply cancels without telling anyone.
       01  WS-TEM-VINCULOS PIC X(01).
           88 TEM-VINCULOS     VALUE "S".
           88 NAO-TEM-VINCULOS VALUE "N".
       01  WS-FIM-VINCULOS PIC X(01).
           88 FIM-VINCULOS     VALUE "S".
           88 NAO-FIM-VINCULOS VALUE "N".
       01  WS-AVISADOS PIC 9(05) VALUE ZEROS.

           COPY CADNTFW.

      *> Zeller work fields for the holiday path - only turmas that
      *> actually meet on the date's weekday get a calendar line.
       01  WS-DIA-SEMANA PIC 9(01).
           ACCEPT WS-DATA-DIGITADA.
           DISPLAY "TURMA (CODIGO, VAZIO = FERIADO EM TODAS): ".
           ACCEPT WS-TURMA-DIGITADA.
           MOVE SPACES TO WS-SUBSTITUTO-DIGITADO.
           IF WS-TURMA-DIGITADA NOT = SPACES
               DISPLAY "SUBSTITUTO (CODIGO DO INSTRUTOR, VAZIO = "
                   "CANCELAR A SESSAO): "
               ACCEPT WS-SUBSTITUTO-DIGITADO
           END-IF.
           DISPLAY "MOTIVO: ".
           ACCEPT WS-MOTIVO-DIGITADO.

           EVALUATE TRUE
               WHEN WS-MOTIVO-DIGITADO = SPACES
                   DISPLAY "MOTIVO OBRIGATORIO - NADA CANCELADO"
               WHEN WS-TURMA-DIGITADA = SPACES
                   MOVE "F" TO WS-MARCA
                   PERFORM CANCELAR-DATA-INTEIRA
                   DISPLAY "FERIADO MARCADO EM " WS-CANCELADAS
                       " TURMAS"
               WHEN WS-SUBSTITUTO-DIGITADO = SPACES
                   MOVE "C" TO WS-MARCA
                   PERFORM CANCELAR-UMA-SESSAO
               WHEN OTHER
                   PERFORM REGISTRAR-SUBSTITUTO
           END-EVALUATE.

           PERFORM FECHAR-ARQUIVOS.

           IF WS-AVISADOS > ZEROS
               DISPLAY "AVISOS DE CANCELAMENTO ENFILEIRADOS: "
                   WS-AVISADOS
           END-IF.

           GOBACK.

       ABRIR-ARQUIVOS.
           MOVE "ABERTURA DE CADTUR (INPUT)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           SET TEM-INSTRUTORES TO TRUE.
           OPEN INPUT CADINS.
           IF WS-STATUS = 35
               SET NAO-TEM-INSTRUTORES TO TRUE
           ELSE
               MOVE "ABERTURA DE CADINS (INPUT)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

           SET TEM-VINCULOS TO TRUE.
           OPEN INPUT CADVIN.
           IF WS-STATUS = 35
               MOVE ZEROS TO WS-STATUS
               SET NAO-TEM-VINCULOS TO TRUE
           ELSE
               MOVE "ABERTURA DE CADVIN (INPUT)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               OPEN INPUT CADALU
               IF WS-STATUS = 35
                   MOVE ZEROS TO WS-STATUS
                   SET NAO-TEM-VINCULOS TO TRUE
                   CLOSE CADVIN
               ELSE
                   MOVE "ABERTURA DE CADALU (INPUT)" TO WS-OPERACAO
                   PERFORM VERIFICAR-STATUS
               END-IF
           END-IF.

           IF TEM-VINCULOS
               SET ANF-ABRIR TO TRUE
               CALL "CADNTFG" USING AREA-NOTIFICACAO
           END-IF.

      *> ----------------------------------------------------------------
      *> CANCELAR-UMA-SESSAO flips one turma's session on the date to
      *> the mark ("C"), creating the calendar line on the spot when
               WHEN WS-STATUS = 00
                   MOVE WS-MARCA TO SES-STATUS
                   MOVE WS-MOTIVO-DIGITADO TO SES-MOTIVO
                   MOVE SPACES TO SES-SUBSTITUTO
                   REWRITE REG-SESSAO
                   MOVE "REGRAVACAO DE REG-SESSAO (CANCELAMENTO)" TO
                       WS-OPERACAO
                   ADD 1 TO WS-CANCELADAS
                   DISPLAY "SESSAO DE " SES-TURMA " EM " SES-DATA
                       " CANCELADA"
                   PERFORM AVISAR-CANCELAMENTO
               WHEN OTHER
                   MOVE WS-TURMA-DIGITADA TO SES-TURMA
                   MOVE WS-DATA-DIGITADA  TO SES-DATA
                   MOVE WS-MARCA TO SES-STATUS
                   MOVE WS-MOTIVO-DIGITADO TO SES-MOTIVO
                   MOVE SPACES TO SES-SUBSTITUTO
                   WRITE REG-SESSAO
                   MOVE "GRAVACAO DE REG-SESSAO (CANCELAMENTO)" TO
                       WS-OPERACAO
                   ADD 1 TO WS-CANCELADAS
                   DISPLAY "SESSAO DE " SES-TURMA " EM " SES-DATA
                       " CANCELADA"
                   PERFORM AVISAR-CANCELAMENTO
           END-EVALUATE.

      *> ----------------------------------------------------------------
      *> AVISAR-CANCELAMENTO walks CADVIN for the turma's active
      *> enrollments and queues the notice to each active student's
      *> family; the turma and date are the event, so cancelling the
      *> same session twice does not message anyone twice.
      *> ----------------------------------------------------------------
       AVISAR-CANCELAMENTO.

           IF TEM-VINCULOS
               MOVE ZEROS TO VIN-MATRICULA
               MOVE SPACES TO VIN-TURMA
               START CADVIN KEY IS NOT LESS THAN VIN-CHAVE
               IF WS-STATUS = 00
                   SET NAO-FIM-VINCULOS TO TRUE
                   PERFORM AVISAR-PROXIMO-VINCULO UNTIL FIM-VINCULOS
               END-IF
               MOVE ZEROS TO WS-STATUS
           END-IF.

       AVISAR-PROXIMO-VINCULO.

           READ CADVIN NEXT RECORD.
           IF WS-STATUS NOT = 00
               SET FIM-VINCULOS TO TRUE
           ELSE
               IF VIN-ATIVA AND VIN-TURMA = WS-TURMA-DIGITADA
                   PERFORM AVISAR-ALUNO-VINCULO
               END-IF
           END-IF.

       AVISAR-ALUNO-VINCULO.

           MOVE VIN-MATRICULA TO KEY-ALU.
           READ CADALU KEY IS KEY-ALU.
           IF WS-STATUS = 00 AND ALU-ATIVO
               SET ANF-GRAVAR TO TRUE
               MOVE KEY-ALU           TO ANF-MATRICULA
               MOVE NOME-ALU          TO ANF-NOME-ALUNO
               MOVE CONTATO-ALU       TO ANF-CONTATO-ALUNO
               MOVE CPF-RESP-ALU      TO ANF-CPF-RESP
               MOVE "SC"              TO ANF-TIPO
               MOVE SPACES            TO ANF-REFERENCIA
               STRING WS-TURMA-DIGITADA WS-DATA-DIGITADA
                   DELIMITED BY SIZE INTO ANF-REFERENCIA
               END-STRING
               MOVE WS-DATA-DIGITADA  TO ANF-DATA
               MOVE WS-TURMA-DIGITADA TO ANF-TURMA
               MOVE ZEROS             TO ANF-COMPETENCIA
               MOVE ZEROS             TO ANF-VALOR
               MOVE "CADSCAN"         TO ANF-ORIGEM
               CALL "CADNTFG" USING AREA-NOTIFICACAO
               IF ANF-ENFILEIRADA
                   ADD 1 TO WS-AVISADOS
               END-IF
           END-IF.
           MOVE ZEROS TO WS-STATUS.

      *> ----------------------------------------------------------------
      *> CANCELAR-DATA-INTEIRA marks the holiday: every active turma
      *> that meets on the date's weekday has its session flipped to
               END-IF
           END-IF.

      *> ----------------------------------------------------------------
      *> REGISTRAR-SUBSTITUTO keeps the class on with another
      *> instructor: the turma must be active and meet on the date's
      *> weekday, and the substitute must pass VALIDAR-SUBSTITUTO.
      *> ----------------------------------------------------------------
       REGISTRAR-SUBSTITUTO.

           MOVE WS-TURMA-DIGITADA TO TUR-CODIGO.
           READ CADTUR KEY IS TUR-CODIGO.
           IF WS-STATUS NOT = 00 OR NOT TUR-ATIVA
               MOVE ZEROS TO WS-STATUS
               DISPLAY "TURMA NAO CADASTRADA OU INATIVA"
           ELSE
               MOVE TUR-DIA-SEMANA  TO WS-DIA-TURMA
               MOVE TUR-HORA-INICIO TO WS-INICIO-TURMA
               MOVE TUR-HORA-FIM    TO WS-FIM-TURMA
               MOVE TUR-INSTRUTOR   TO WS-INSTRUTOR-TURMA
               PERFORM CALCULAR-DIA-SEMANA
               IF WS-DIA-SEMANA NOT = WS-DIA-TURMA
                   DISPLAY "A TURMA NAO TEM AULA NESSE DIA DA SEMANA"
               ELSE
                   PERFORM VALIDAR-SUBSTITUTO
                   IF SUBSTITUTO-VALIDO
                       PERFORM GRAVAR-SUBSTITUICAO
                   END-IF
               END-IF
           END-IF.

       VALIDAR-SUBSTITUTO.

           SET SUBSTITUTO-VALIDO TO TRUE.

           IF NAO-TEM-INSTRUTORES
               SET SUBSTITUTO-INVALIDO TO TRUE
               DISPLAY "CADINS.DAT NAO ENCONTRADO - CADASTRE OS "
                   "INSTRUTORES PRIMEIRO"
           ELSE
               MOVE WS-SUBSTITUTO-DIGITADO TO INS-CODIGO
               READ CADINS KEY IS INS-CODIGO
               EVALUATE TRUE
                   WHEN WS-STATUS NOT = 00
                       SET SUBSTITUTO-INVALIDO TO TRUE
                       DISPLAY "INSTRUTOR NAO CADASTRADO"
                   WHEN NOT INS-ATIVO
                       SET SUBSTITUTO-INVALIDO TO TRUE
                       DISPLAY "INSTRUTOR INATIVO - NAO PODE SUBSTITUIR"
                   WHEN INS-CODIGO = WS-INSTRUTOR-TURMA
                       SET SUBSTITUTO-INVALIDO TO TRUE
                       DISPLAY "O SUBSTITUTO E O PROPRIO INSTRUTOR DA "
                           "TURMA"
               END-EVALUATE
               MOVE ZEROS TO WS-STATUS
           END-IF.

           IF SUBSTITUTO-VALIDO
               PERFORM VERIFICAR-AGENDA-SUBSTITUTO
           END-IF.

      *> ----------------------------------------------------------------
      *> VERIFICAR-AGENDA-SUBSTITUTO walks the other active turmas that
      *> overlap the covered slot - the same overlap test CADTMNT runs
      *> on a new schedule - and refuses the substitute if any of them
      *> is theirs to teach on the date.
      *> ----------------------------------------------------------------
       VERIFICAR-AGENDA-SUBSTITUTO.

           MOVE SPACES TO TUR-CODIGO.
           START CADTUR KEY IS NOT LESS THAN TUR-CODIGO.
           IF WS-STATUS = 00
               SET NAO-FIM-TURMAS TO TRUE
               PERFORM VERIFICAR-PROXIMA-AGENDA
                   UNTIL FIM-TURMAS OR SUBSTITUTO-INVALIDO
           END-IF.
           MOVE ZEROS TO WS-STATUS.

       VERIFICAR-PROXIMA-AGENDA.

           READ CADTUR NEXT RECORD.
           IF WS-STATUS NOT = 00
               SET FIM-TURMAS TO TRUE
           ELSE
               IF TUR-ATIVA
                   AND TUR-CODIGO NOT = WS-TURMA-DIGITADA
                   AND TUR-DIA-SEMANA = WS-DIA-TURMA
                   AND TUR-HORA-INICIO < WS-FIM-TURMA
                   AND TUR-HORA-FIM > WS-INICIO-TURMA
                   PERFORM IDENTIFICAR-QUEM-ENSINA
                   IF WS-QUEM-ENSINA = WS-SUBSTITUTO-DIGITADO
                       SET SUBSTITUTO-INVALIDO TO TRUE
                       DISPLAY "INSTRUTOR OCUPADO NESSE HORARIO - "
                           "TURMA " TUR-CODIGO " " TUR-HORA-INICIO
                           "-" TUR-HORA-FIM
                   END-IF
               END-IF
           END-IF.

      *> ----------------------------------------------------------------
      *> IDENTIFICAR-QUEM-ENSINA says who teaches the turma in REG-TURMA
      *> on the typed date: nobody when the session is cancelled, the
      *> recorded substitute when there is one, else its instructor.
      *> ----------------------------------------------------------------
       IDENTIFICAR-QUEM-ENSINA.

           MOVE TUR-INSTRUTOR TO WS-QUEM-ENSINA.

           MOVE TUR-CODIGO       TO SES-TURMA.
           MOVE WS-DATA-DIGITADA TO SES-DATA.
           READ CADSES KEY IS SES-CHAVE.
           IF WS-STATUS = 00
               IF SES-NAO-REALIZADA
                   MOVE SPACES TO WS-QUEM-ENSINA
               ELSE
                   IF SES-SUBSTITUTO NOT = SPACES
                       MOVE SES-SUBSTITUTO TO WS-QUEM-ENSINA
                   END-IF
               END-IF
           END-IF.
           MOVE ZEROS TO WS-STATUS.

      *> ----------------------------------------------------------------
      *> GRAVAR-SUBSTITUICAO puts the substitute on the session. A
      *> session cancelled earlier goes back to "P" - the class is on
      *> after all - and a roll already taken stays "R".
      *> ----------------------------------------------------------------
       GRAVAR-SUBSTITUICAO.

           MOVE WS-TURMA-DIGITADA TO SES-TURMA.
           MOVE WS-DATA-DIGITADA  TO SES-DATA.
           READ CADSES KEY IS SES-CHAVE.
           IF WS-STATUS = 00
               IF SES-NAO-REALIZADA
                   SET SES-PREVISTA TO TRUE
               END-IF
               MOVE WS-SUBSTITUTO-DIGITADO TO SES-SUBSTITUTO
               MOVE WS-MOTIVO-DIGITADO TO SES-MOTIVO
               REWRITE REG-SESSAO
               MOVE "REGRAVACAO DE REG-SESSAO (SUBSTITUTO)" TO
                   WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           ELSE
               MOVE WS-TURMA-DIGITADA TO SES-TURMA
               MOVE WS-DATA-DIGITADA  TO SES-DATA
               SET SES-PREVISTA TO TRUE
               MOVE WS-SUBSTITUTO-DIGITADO TO SES-SUBSTITUTO
               MOVE WS-MOTIVO-DIGITADO TO SES-MOTIVO
               WRITE REG-SESSAO
               MOVE "GRAVACAO DE REG-SESSAO (SUBSTITUTO)" TO
                   WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

           DISPLAY "SESSAO DE " SES-TURMA " EM " SES-DATA
               " MANTIDA COM O SUBSTITUTO " SES-SUBSTITUTO.

      *> ----------------------------------------------------------------
      *> CALCULAR-DIA-SEMANA runs Zeller's congruence on the typed
      *> date, the same arithmetic CADSGER uses to derive the month -
           MOVE "FECHAMENTO DE CADTUR" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           IF TEM-INSTRUTORES
               CLOSE CADINS
               MOVE "FECHAMENTO DE CADINS" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

           IF TEM-VINCULOS
               CLOSE CADVIN
               MOVE "FECHAMENTO DE CADVIN" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               CLOSE CADALU
               MOVE "FECHAMENTO DE CADALU" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               SET ANF-FECHAR TO TRUE
               CALL "CADNTFG" USING AREA-NOTIFICACAO
           END-IF.

       VERIFICAR-STATUS.

           IF WS-STATUS NOT = 00 AND WS-STATUS NOT = 02
