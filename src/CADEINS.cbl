      *> ----------------------------------------------------------------
      *> CADEINS is the event-registration action behind CADMENU's
      *> option 26. Sign-up, entry fees and results used to live on
      *> paper; here the desk:
      *>   - signs an active student up for an open event on CADEVT -
      *>     only an athlete the federation accepted (FED-ALU "A") may
      *>     compete, and the category is fixed from the CADFEDX age
      *>     bracket on the event date plus the newest faixa on
      *>     CADFXA.DAT. The entry fee is written to CADCOB as its own
      *>     charge (COB-TURMA "EV" + event number, competence and due
      *>     date of the sign-up deadline), so CADPAG, CADREM and
      *>     CADRPT04 take it like any monthly fee;
      *>   - cancels a sign-up (a fee already raised is reversed at the
      *>     charge-adjustment screen, where cancellations are audited);
      *>   - lists an event's athletes;
      *>   - types in placings and medals once the event is over -
      *>     CADRPT17 prints them.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADEINS.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT CADEVT ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS EVT-CODIGO
               FILE STATUS      IS WS-STATUS.

           SELECT CADEIN ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS EIN-CHAVE
               LOCK MODE        IS AUTOMATIC
               FILE STATUS      IS WS-STATUS.

           SELECT CADALU ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS KEY-ALU
               ALTERNATE KEY    IS NOME-ALU WITH DUPLICATES
               ALTERNATE KEY    IS CPF-ALU WITH DUPLICATES
               FILE STATUS      IS WS-STATUS.

      *> CADFXA is the rank history - the newest line of a matricula
      *> is the faixa the athlete competes in. Optional: a school that
      *> never ran CADEXAM signs athletes up "SEM FAIXA".
           SELECT CADFXA ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS FXA-CHAVE
               FILE STATUS      IS WS-STATUS.

           SELECT CADCOB ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS COB-CHAVE
               LOCK MODE        IS AUTOMATIC
               FILE STATUS      IS WS-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  CADEVT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADEVT.DAT".
           COPY CADEVTR.

       FD  CADEIN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADEIN.DAT".
           COPY CADEINR.

       FD  CADALU
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADALU.DAT".
           COPY CADREG.

       FD  CADFXA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADFXA.DAT".
           COPY CADFXAR.

       FD  CADCOB
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADCOB.DAT".
           COPY CADCOBR.

       WORKING-STORAGE SECTION.

       01  WS-STATUS PIC 9(02) VALUE ZEROS.
       01  WS-OPERACAO PIC X(40).

       01  WS-OPCAO PIC 9(01).

       01  WS-CONTINUAR PIC X(01).
           88 CONTINUAR-MENU VALUE "S".
           88 ENCERRAR-MENU  VALUE "N".

      *> Numbers typed as text and re-read through REDEFINES, the way
      *> CADIMNT takes the pay terms.
       01  WS-EVENTO-X      PIC X(04).
       01  WS-EVENTO-NUM    REDEFINES WS-EVENTO-X PIC 9(04).
       01  WS-MATRICULA-X   PIC X(05).
       01  WS-MATRICULA-NUM REDEFINES WS-MATRICULA-X PIC 9(05).
       01  WS-COLOCACAO-X   PIC X(02).
       01  WS-COLOCACAO-NUM REDEFINES WS-COLOCACAO-X PIC 9(02).

       01  WS-DATA-ATUAL PIC 9(08).

       01  WS-TEM-FAIXAS PIC X(01).
           88 TEM-FAIXAS     VALUE "S".
           88 NAO-TEM-FAIXAS VALUE "N".

       01  WS-EVENTO-ACHADO PIC X(01).
           88 EVENTO-ACHADO     VALUE "S".
           88 EVENTO-NAO-ACHADO VALUE "N".

       01  WS-ALUNO-APTO PIC X(01).
           88 ALUNO-APTO     VALUE "S".
           88 ALUNO-NAO-APTO VALUE "N".

       01  WS-FIM-LISTA PIC X(01).
           88 FIM-LISTA     VALUE "S".
           88 NAO-FIM-LISTA VALUE "N".

       01  WS-FIM-RESULTADOS PIC X(01).
           88 FIM-RESULTADOS     VALUE "S".
           88 NAO-FIM-RESULTADOS VALUE "N".

      *> Age on the event date, worked out the way CADFEDX does it for
      *> today, and the bracket it falls in.
       01  WS-IDADE-CALCULADA PIC 9(03).
       01  WS-CATEGORIA PIC 9(01).
       01  WS-FAIXA-ATUAL PIC X(10).

       77  CONST-SEM-FAIXA PIC X(10) VALUE "SEM FAIXA".

      *> The charge line of an entry fee: "EV" and the event number in
      *> the turma slot of the CADCOB key.
       01  WS-TURMA-EVENTO.
           03 FILLER          PIC X(02) VALUE "EV".
           03 WS-TURMA-EVENTO-NUM PIC 9(04).

       01  WS-TAXA-EDITADA PIC ZZ.ZZ9,99.
       01  WS-TOTAL PIC 9(04) VALUE ZEROS.

      *> Polite wait-and-retry for a sign-up another operator is
      *> editing, instead of failing with a bare file status.
       77  CONST-MAX-ESPERAS PIC 9(02) VALUE 5.
       77  CONST-SEGUNDOS-ESPERA PIC 9(01) VALUE 1.
       01  WS-TENTATIVAS PIC 9(02) VALUE ZEROS.

           COPY CADOPRW.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM ABRIR-ARQUIVOS.

           SET CONTINUAR-MENU TO TRUE.
           PERFORM PROCESSAR-OPCAO UNTIL ENCERRAR-MENU.

           PERFORM FECHAR-ARQUIVOS.

           GOBACK.

       ABRIR-ARQUIVOS.

           OPEN INPUT CADEVT.
           IF WS-STATUS = 35
               DISPLAY "CADEVT.DAT NAO ENCONTRADO - CADASTRE OS "
                   "EVENTOS PRIMEIRO"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "ABERTURA DE CADEVT (INPUT)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           OPEN INPUT CADALU.
           IF WS-STATUS = 35
               DISPLAY "CADALU.DAT NAO ENCONTRADO"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "ABERTURA DE CADALU (INPUT)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           OPEN I-O CADEIN.
           IF WS-STATUS = 35
               OPEN OUTPUT CADEIN
               MOVE "ABERTURA DE CADEIN (OUTPUT INICIAL)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               CLOSE CADEIN
               MOVE "FECHAMENTO DE CADEIN (INICIAL)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               OPEN I-O CADEIN
           END-IF.
           MOVE "ABERTURA DE CADEIN (I-O)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           OPEN I-O CADCOB.
           IF WS-STATUS = 35
               OPEN OUTPUT CADCOB
               MOVE "ABERTURA DE CADCOB (OUTPUT INICIAL)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               CLOSE CADCOB
               MOVE "FECHAMENTO DE CADCOB (INICIAL)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               OPEN I-O CADCOB
           END-IF.
           MOVE "ABERTURA DE CADCOB (I-O)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           OPEN INPUT CADFXA.
           IF WS-STATUS = 35
               SET NAO-TEM-FAIXAS TO TRUE
               MOVE ZEROS TO WS-STATUS
           ELSE
               SET TEM-FAIXAS TO TRUE
               MOVE "ABERTURA DE CADFXA (INPUT)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

       PROCESSAR-OPCAO.

           PERFORM EXIBIR-MENU.
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM INSCREVER-ALUNO
               WHEN 2
                   PERFORM CANCELAR-INSCRICAO
               WHEN 3
                   PERFORM LISTAR-INSCRITOS
               WHEN 4
                   PERFORM REGISTRAR-RESULTADOS
               WHEN 5
                   SET ENCERRAR-MENU TO TRUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       EXIBIR-MENU.

           DISPLAY "===================================".
           DISPLAY "1. INSCREVER ALUNO EM EVENTO".
           DISPLAY "2. CANCELAR INSCRICAO".
           DISPLAY "3. LISTAR INSCRITOS".
           DISPLAY "4. REGISTRAR RESULTADOS".
           DISPLAY "5. VOLTAR".
           DISPLAY "===================================".
           DISPLAY "OPCAO: ".

       SOLICITAR-EVENTO.

           SET EVENTO-NAO-ACHADO TO TRUE.
           DISPLAY "NUMERO DO EVENTO: ".
           ACCEPT WS-EVENTO-X.
           IF WS-EVENTO-X IS NUMERIC
               MOVE WS-EVENTO-NUM TO EVT-CODIGO
               READ CADEVT KEY IS EVT-CODIGO
               IF WS-STATUS = 00
                   SET EVENTO-ACHADO TO TRUE
                   DISPLAY "EVENTO: " EVT-NOME " EM " EVT-DATA
               ELSE
                   DISPLAY "EVENTO " WS-EVENTO-X " NAO ENCONTRADO"
               END-IF
           ELSE
               DISPLAY "NUMERO DE EVENTO INVALIDO"
           END-IF.
           MOVE ZEROS TO WS-STATUS.

       SOLICITAR-MATRICULA.

           DISPLAY "MATRICULA DO ATLETA (VAZIO = ENCERRAR): ".
           ACCEPT WS-MATRICULA-X.

      *> ----------------------------------------------------------------
      *> INSCREVER-ALUNO signs one student up. Every refusal says why,
      *> so the desk can tell the family what is missing.
      *> ----------------------------------------------------------------
       INSCREVER-ALUNO.

           PERFORM SOLICITAR-EVENTO.
           IF EVENTO-ACHADO
               ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
               IF NOT EVT-ABERTO
                   DISPLAY "EVENTO ENCERRADO OU CANCELADO"
               ELSE
               IF WS-DATA-ATUAL > EVT-DATA-LIMITE
                   DISPLAY "PRAZO DE INSCRICAO ENCERRADO EM "
                       EVT-DATA-LIMITE
               ELSE
                   PERFORM SOLICITAR-MATRICULA
                   IF WS-MATRICULA-X IS NUMERIC
                       PERFORM VERIFICAR-ATLETA
                       IF ALUNO-APTO
                           PERFORM GRAVAR-INSCRICAO
                       END-IF
                   ELSE
                       DISPLAY "MATRICULA INVALIDA"
                   END-IF
               END-IF
               END-IF
           END-IF.

      *> ----------------------------------------------------------------
      *> VERIFICAR-ATLETA checks the student can compete - active,
      *> accepted by the federation, in an age bracket the event runs
      *> - and works out the category.
      *> ----------------------------------------------------------------
       VERIFICAR-ATLETA.

           SET ALUNO-NAO-APTO TO TRUE.
           MOVE WS-MATRICULA-NUM TO KEY-ALU.
           READ CADALU KEY IS KEY-ALU.
           IF WS-STATUS NOT = 00
               DISPLAY "MATRICULA " WS-MATRICULA-X " NAO ENCONTRADA"
           ELSE
           IF NOT ALU-ATIVO
               DISPLAY NOME-ALU " NAO ESTA ATIVO - INSCRICAO RECUSADA"
           ELSE
           IF NOT FED-ACEITO
               DISPLAY NOME-ALU " SEM REGISTRO ACEITO NA FEDERACAO - "
                   "INSCRICAO RECUSADA"
           ELSE
               PERFORM CLASSIFICAR-CATEGORIA
               IF WS-CATEGORIA < EVT-CATEGORIA-MIN
                   OR WS-CATEGORIA > EVT-CATEGORIA-MAX
                   DISPLAY NOME-ALU " NA CATEGORIA " WS-CATEGORIA
                       " - O EVENTO ACEITA DE " EVT-CATEGORIA-MIN
                       " A " EVT-CATEGORIA-MAX
               ELSE
                   PERFORM OBTER-FAIXA-ATUAL
                   SET ALUNO-APTO TO TRUE
               END-IF
           END-IF
           END-IF
           END-IF.
           MOVE ZEROS TO WS-STATUS.

      *> Same brackets as CADFEDX, but the age is the one the athlete
      *> will have on the day of the event.
       CLASSIFICAR-CATEGORIA.

           COMPUTE WS-IDADE-CALCULADA = EVT-ANO - ANO-NASC-ALU.
           IF MES-NASC-ALU > EVT-MES
               OR (MES-NASC-ALU = EVT-MES
               AND DIA-NASC-ALU > EVT-DIA)
               SUBTRACT 1 FROM WS-IDADE-CALCULADA
           END-IF.

           EVALUATE TRUE
               WHEN WS-IDADE-CALCULADA < 10
                   MOVE 1 TO WS-CATEGORIA
               WHEN WS-IDADE-CALCULADA < 15
                   MOVE 2 TO WS-CATEGORIA
               WHEN WS-IDADE-CALCULADA < 18
                   MOVE 3 TO WS-CATEGORIA
               WHEN WS-IDADE-CALCULADA < 30
                   MOVE 4 TO WS-CATEGORIA
               WHEN WS-IDADE-CALCULADA < 45
                   MOVE 5 TO WS-CATEGORIA
               WHEN OTHER
                   MOVE 6 TO WS-CATEGORIA
           END-EVALUATE.

      *> ----------------------------------------------------------------
      *> OBTER-FAIXA-ATUAL walks the student's CADFXA lines from
      *> "matricula plus zeros" - the key orders them by exam date, so
      *> the last one read is the current faixa.
      *> ----------------------------------------------------------------
       OBTER-FAIXA-ATUAL.

           MOVE CONST-SEM-FAIXA TO WS-FAIXA-ATUAL.
           IF TEM-FAIXAS
               MOVE KEY-ALU TO FXA-MATRICULA
               MOVE ZEROS TO FXA-DATA-EXAME
               START CADFXA KEY IS NOT LESS THAN FXA-CHAVE
               IF WS-STATUS = 00
                   SET NAO-FIM-LISTA TO TRUE
                   PERFORM LER-PROXIMA-FAIXA UNTIL FIM-LISTA
               END-IF
               MOVE ZEROS TO WS-STATUS
           END-IF.

       LER-PROXIMA-FAIXA.

           READ CADFXA NEXT RECORD.
           IF WS-STATUS NOT = 00 OR FXA-MATRICULA NOT = KEY-ALU
               SET FIM-LISTA TO TRUE
           ELSE
               MOVE FXA-FAIXA TO WS-FAIXA-ATUAL
           END-IF.

      *> ----------------------------------------------------------------
      *> GRAVAR-INSCRICAO writes the sign-up - or revives a cancelled
      *> one - and raises the entry-fee charge.
      *> ----------------------------------------------------------------
       GRAVAR-INSCRICAO.

           MOVE EVT-CODIGO TO EIN-EVENTO.
           MOVE KEY-ALU    TO EIN-MATRICULA.
           PERFORM LER-INSCRICAO-COM-ESPERA.
           IF WS-STATUS = 00 AND EIN-INSCRITO
               DISPLAY NOME-ALU " JA INSCRITO NESTE EVENTO"
           END-IF.
           IF (WS-STATUS = 00 AND EIN-CANCELADO) OR WS-STATUS = 23
               PERFORM MONTAR-INSCRICAO
               IF WS-STATUS = 00
                   REWRITE REG-INSCRICAO
                   MOVE "REGRAVACAO DE REG-INSCRICAO" TO WS-OPERACAO
               ELSE
                   WRITE REG-INSCRICAO
                   MOVE "GRAVACAO DE REG-INSCRICAO" TO WS-OPERACAO
               END-IF
               PERFORM VERIFICAR-STATUS
               DISPLAY NOME-ALU " INSCRITO NA CATEGORIA "
                   EIN-CATEGORIA-IDADE " FAIXA " EIN-FAIXA
               IF EVT-TAXA > ZEROS
                   PERFORM LANCAR-TAXA-INSCRICAO
               END-IF
           END-IF.
           MOVE ZEROS TO WS-STATUS.

       MONTAR-INSCRICAO.

           MOVE EVT-CODIGO     TO EIN-EVENTO.
           MOVE KEY-ALU        TO EIN-MATRICULA.
           MOVE WS-CATEGORIA   TO EIN-CATEGORIA-IDADE.
           MOVE WS-FAIXA-ATUAL TO EIN-FAIXA.
           MOVE WS-DATA-ATUAL  TO EIN-DATA-INSCRICAO.
           MOVE ZEROS          TO EIN-COMPETENCIA-COB.
           IF EVT-TAXA > ZEROS
               COMPUTE EIN-COMPETENCIA-COB =
                   EVT-ANO-LIMITE * 100 + EVT-MES-LIMITE
           END-IF.
           SET EIN-INSCRITO TO TRUE.
           MOVE ZEROS TO EIN-COLOCACAO.
           SET EIN-SEM-MEDALHA TO TRUE.
           MOVE AOP-ID TO EIN-OPERADOR.

      *> ----------------------------------------------------------------
      *> LANCAR-TAXA-INSCRICAO raises the fee as an open charge due on
      *> the sign-up deadline. A charge already on the key is only
      *> reused when it was cancelled - one paid or still open from an
      *> earlier sign-up stands, and the desk is told so.
      *> ----------------------------------------------------------------
       LANCAR-TAXA-INSCRICAO.

           PERFORM MONTAR-TAXA-INSCRICAO.
           WRITE REG-COBRANCA.
           IF WS-STATUS = 22
               READ CADCOB KEY IS COB-CHAVE
               MOVE "LEITURA DE REG-COBRANCA (TAXA)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               IF COB-CANCELADA
                   PERFORM MONTAR-TAXA-INSCRICAO
                   REWRITE REG-COBRANCA
                   MOVE "REGRAVACAO DE REG-COBRANCA (TAXA)" TO
                       WS-OPERACAO
                   PERFORM VERIFICAR-STATUS
                   PERFORM EXIBIR-TAXA-LANCADA
               ELSE
                   DISPLAY "TAXA DESTE EVENTO JA CONSTA NA COBRANCA "
                       "(STATUS " COB-STATUS ")"
               END-IF
           ELSE
               MOVE "GRAVACAO DE REG-COBRANCA (TAXA)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               PERFORM EXIBIR-TAXA-LANCADA
           END-IF.

       MONTAR-TAXA-INSCRICAO.

           MOVE EVT-CODIGO TO WS-TURMA-EVENTO-NUM.
           MOVE KEY-ALU TO COB-MATRICULA.
           MOVE EIN-COMPETENCIA-COB TO COB-COMPETENCIA.
           MOVE WS-TURMA-EVENTO TO COB-TURMA.
           MOVE EVT-TAXA TO COB-VALOR.
           MOVE ZEROS TO COB-VALOR-DESCONTO.
           MOVE WS-DATA-ATUAL TO COB-DATA-GERACAO.
           MOVE EVT-DATA-LIMITE TO COB-DATA-VENCIMENTO.
           SET COB-ABERTA TO TRUE.
           MOVE ZEROS TO COB-DATA-PAGAMENTO.
           MOVE ZEROS TO COB-VALOR-PAGO.
           MOVE ZEROS TO COB-MULTA.
           MOVE ZEROS TO COB-JUROS.
           MOVE ZEROS TO COB-DATA-MORA.
           MOVE ZEROS TO COB-JUROS-BASE.
           MOVE ZEROS TO COB-ACORDO.
           MOVE SPACES TO COB-OPERADOR.

       EXIBIR-TAXA-LANCADA.

           MOVE COB-VALOR TO WS-TAXA-EDITADA.
           DISPLAY "TAXA DE INSCRICAO " WS-TAXA-EDITADA
               " LANCADA NA COMPETENCIA " COB-COMPETENCIA
               " VENCIMENTO " COB-DATA-VENCIMENTO.

      *> ----------------------------------------------------------------
      *> CANCELAR-INSCRICAO takes the athlete off the event. Money is
      *> not touched here: an open fee is cancelled at the
      *> charge-adjustment screen, which keeps the audit trail.
      *> ----------------------------------------------------------------
       CANCELAR-INSCRICAO.

           PERFORM SOLICITAR-EVENTO.
           IF EVENTO-ACHADO
               PERFORM SOLICITAR-MATRICULA
               IF WS-MATRICULA-X IS NUMERIC
                   MOVE EVT-CODIGO TO EIN-EVENTO
                   MOVE WS-MATRICULA-NUM TO EIN-MATRICULA
                   PERFORM LER-INSCRICAO-COM-ESPERA
                   IF WS-STATUS = 00 AND EIN-INSCRITO
                       SET EIN-CANCELADO TO TRUE
                       MOVE AOP-ID TO EIN-OPERADOR
                       REWRITE REG-INSCRICAO
                       MOVE "REGRAVACAO DE REG-INSCRICAO (CANCEL.)" TO
                           WS-OPERACAO
                       PERFORM VERIFICAR-STATUS
                       DISPLAY "INSCRICAO CANCELADA"
                       IF EIN-COMPETENCIA-COB NOT = ZEROS
                           DISPLAY "TAXA NA COMPETENCIA "
                               EIN-COMPETENCIA-COB " - ESTORNE PELA "
                               "OPCAO AJUSTE DE COBRANCA SE COUBER"
                       END-IF
                   ELSE
                       DISPLAY "INSCRICAO NAO ENCONTRADA OU JA "
                           "CANCELADA"
                   END-IF
               END-IF
           END-IF.
           MOVE ZEROS TO WS-STATUS.

       LISTAR-INSCRITOS.

           PERFORM SOLICITAR-EVENTO.
           IF EVENTO-ACHADO
               MOVE ZEROS TO WS-TOTAL
               MOVE EVT-CODIGO TO EIN-EVENTO
               MOVE ZEROS TO EIN-MATRICULA
               START CADEIN KEY IS NOT LESS THAN EIN-CHAVE
               IF WS-STATUS = 00
                   SET NAO-FIM-LISTA TO TRUE
                   PERFORM LISTAR-PROXIMO-INSCRITO UNTIL FIM-LISTA
               END-IF
               MOVE ZEROS TO WS-STATUS
               DISPLAY "TOTAL DE INSCRITOS: " WS-TOTAL
           END-IF.

       LISTAR-PROXIMO-INSCRITO.

           READ CADEIN NEXT RECORD.
           IF WS-STATUS NOT = 00 OR EIN-EVENTO NOT = EVT-CODIGO
               SET FIM-LISTA TO TRUE
           ELSE
               IF EIN-INSCRITO
                   ADD 1 TO WS-TOTAL
                   MOVE EIN-MATRICULA TO KEY-ALU
                   READ CADALU KEY IS KEY-ALU
                   IF WS-STATUS NOT = 00
                       MOVE "(NAO ENCONTRADO)" TO NOME-ALU
                   END-IF
                   DISPLAY EIN-MATRICULA " " NOME-ALU
                       " CAT " EIN-CATEGORIA-IDADE " " EIN-FAIXA
                       " COLOC " EIN-COLOCACAO " " EIN-MEDALHA
               END-IF
           END-IF.

      *> ----------------------------------------------------------------
      *> REGISTRAR-RESULTADOS takes placings one athlete after another
      *> until an empty matricula. Places 1 to 3 carry gold, silver and
      *> bronze; a placing of zero clears a result typed by mistake.
      *> ----------------------------------------------------------------
       REGISTRAR-RESULTADOS.

           PERFORM SOLICITAR-EVENTO.
           IF EVENTO-ACHADO
               IF EVT-CANCELADO
                   DISPLAY "EVENTO CANCELADO - SEM RESULTADOS"
               ELSE
                   SET NAO-FIM-RESULTADOS TO TRUE
                   PERFORM REGISTRAR-UM-RESULTADO
                       UNTIL FIM-RESULTADOS
               END-IF
           END-IF.

       REGISTRAR-UM-RESULTADO.

           PERFORM SOLICITAR-MATRICULA.
           IF WS-MATRICULA-X = SPACES
               SET FIM-RESULTADOS TO TRUE
           ELSE
           IF WS-MATRICULA-X NOT NUMERIC
               DISPLAY "MATRICULA INVALIDA"
           ELSE
               MOVE EVT-CODIGO TO EIN-EVENTO
               MOVE WS-MATRICULA-NUM TO EIN-MATRICULA
               PERFORM LER-INSCRICAO-COM-ESPERA
               IF WS-STATUS = 00 AND EIN-INSCRITO
                   DISPLAY "COLOCACAO NA CATEGORIA (00 = SEM "
                       "RESULTADO): "
                   ACCEPT WS-COLOCACAO-X
                   IF WS-COLOCACAO-X IS NUMERIC
                       PERFORM GRAVAR-RESULTADO
                   ELSE
                       DISPLAY "COLOCACAO INVALIDA"
                   END-IF
               ELSE
                   DISPLAY "ATLETA NAO INSCRITO NESTE EVENTO"
               END-IF
               MOVE ZEROS TO WS-STATUS
           END-IF
           END-IF.

       GRAVAR-RESULTADO.

           MOVE WS-COLOCACAO-NUM TO EIN-COLOCACAO.
           EVALUATE EIN-COLOCACAO
               WHEN 1
                   SET EIN-OURO TO TRUE
               WHEN 2
                   SET EIN-PRATA TO TRUE
               WHEN 3
                   SET EIN-BRONZE TO TRUE
               WHEN OTHER
                   SET EIN-SEM-MEDALHA TO TRUE
           END-EVALUATE.
           MOVE AOP-ID TO EIN-OPERADOR.
           REWRITE REG-INSCRICAO.
           MOVE "REGRAVACAO DE REG-INSCRICAO (RESULTADO)" TO
               WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.
           DISPLAY "RESULTADO REGISTRADO".

      *> ----------------------------------------------------------------
      *> LER-INSCRICAO-COM-ESPERA reads the sign-up for update, waiting
      *> politely - up to CONST-MAX-ESPERAS tries, one second apart -
      *> when another program holds the record (status 51).
      *> ----------------------------------------------------------------
       LER-INSCRICAO-COM-ESPERA.

           MOVE ZEROS TO WS-TENTATIVAS.
           PERFORM LER-INSCRICAO-UMA-VEZ WITH TEST AFTER
               UNTIL WS-STATUS NOT = 51
               OR WS-TENTATIVAS > CONST-MAX-ESPERAS.
           IF WS-STATUS = 51
               DISPLAY "INSCRICAO AINDA EM USO - TENTE NOVAMENTE "
                   "MAIS TARDE"
           END-IF.

       LER-INSCRICAO-UMA-VEZ.

           READ CADEIN KEY IS EIN-CHAVE.
           IF WS-STATUS = 51
               ADD 1 TO WS-TENTATIVAS
               DISPLAY "REGISTRO EM USO POR OUTRO OPERADOR - "
                   "AGUARDANDO"
               CALL "C$SLEEP" USING CONST-SEGUNDOS-ESPERA
           END-IF.

       FECHAR-ARQUIVOS.

           CLOSE CADEVT.
           MOVE "FECHAMENTO DE CADEVT" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           CLOSE CADALU.
           MOVE "FECHAMENTO DE CADALU" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           CLOSE CADEIN.
           MOVE "FECHAMENTO DE CADEIN" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           CLOSE CADCOB.
           MOVE "FECHAMENTO DE CADCOB" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           IF TEM-FAIXAS
               CLOSE CADFXA
               MOVE "FECHAMENTO DE CADFXA" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

       VERIFICAR-STATUS.

           IF WS-STATUS NOT = 00 AND WS-STATUS NOT = 02
               DISPLAY "ERRO DE E/S EM " WS-OPERACAO
               DISPLAY "FILE STATUS: " WS-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       END PROGRAM CADEINS.
