      *> ----------------------------------------------------------------
      *> CADNTFG queues one outbound family notification on CADNTF.DAT.
      *> Every program that owes a family a message calls it - CADRPT04
      *> for charges about to fall due and overdue ones, CADCAMP AVISOS
      *> for a rematricula still pending, CADSCAN for a cancelled
      *> class, CADWPROM for a waiting-list seat turned enrollment,
      *> CADEXAM AGENDA for a belt-exam call, and CADREAJ for a fee
      *> readjustment coming into force - so the message text, the
      *> choice of recipient and the duplicate check live in one place.
      *> The caller opens the queue with ANF-ABRIR, passes each message
      *> with ANF-GRAVAR and closes it with ANF-FECHAR (see CADNTFW).
      *>
      *> The wording comes from CADNTM.TXT, one template per message
      *> type the secretaria edits freely: type code in columns 1-2,
      *> the text from column 4, lines starting "*" are comments. The
      *> text may quote #A (student), #R (recipient), #D (date, dd/mm/
      *> aaaa), #T (turma), #C (competence, mm/aaaa) and #V (amount).
      *> A missing CADNTM.TXT is written out with the standard wording
      *> first, and a type the installation's file does not carry -
      *> one the suite gained after the file was written - falls back
      *> to its standard wording. The message goes to the guardian on
      *> CADRSP when the student has one with a contact, to the
      *> student otherwise; an event already on the queue and not
      *> failed is not queued again.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADNTFG.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT CADNTF ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS NTF-CHAVE
               ALTERNATE KEY    IS NTF-EVENTO WITH DUPLICATES
               LOCK MODE        IS AUTOMATIC
               FILE STATUS      IS WS-STATUS.

           SELECT CADRSP ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS RSP-CPF
               FILE STATUS      IS WS-STATUS.

           SELECT CADNTM ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  CADNTF
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADNTF.DAT".
           COPY CADNTFR.

       FD  CADRSP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADRSP.DAT".
           COPY CADRSPR.

       FD  CADNTM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADNTM.TXT".
       01  LINHA-MODELO.
           03 NTM-TIPO        PIC X(02).
           03 FILLER          PIC X(01).
           03 NTM-TEXTO       PIC X(150).

       WORKING-STORAGE SECTION.

       01  WS-STATUS PIC 9(02) VALUE ZEROS.
       01  WS-OPERACAO PIC X(40).

       01  WS-FIM-ARQUIVO PIC X(01).
           88 FIM-ARQUIVO     VALUE "S".
           88 NAO-FIM-ARQUIVO VALUE "N".

      *> The queue stays open across calls, between ANF-ABRIR and
      *> ANF-FECHAR; a caller that forgets ANF-ABRIR still gets it
      *> opened on the first message.
       01  WS-FILA-ABERTA PIC X(01) VALUE "N".
           88 FILA-ABERTA  VALUE "S".
           88 FILA-FECHADA VALUE "N".

      *> CADRSP is optional - without it every message goes to the
      *> student's own contact.
       01  WS-TEM-RESPONSAVEIS PIC X(01).
           88 TEM-RESPONSAVEIS     VALUE "S".
           88 NAO-TEM-RESPONSAVEIS VALUE "N".

      *> ----------------------------------------------------------------
      *> Template table, loaded off CADNTM.TXT.
      *> ----------------------------------------------------------------
       77  CONST-MAX-MODELOS PIC 9(02) VALUE 30.
       01  WS-TOTAL-MODELOS PIC 9(02) VALUE ZEROS.
       01  TABELA-MODELOS.
           03 MODELO-OCORRENCIA OCCURS 30 TIMES.
              05 TBM-TIPO       PIC X(02).
              05 TBM-TEXTO      PIC X(150).
       01  WS-IND-MODELO PIC 9(02).
       01  WS-TIPO PIC X(02).
       01  WS-MODELO-ACHADO PIC X(01).
           88 MODELO-ACHADO     VALUE "S".
           88 MODELO-NAO-ACHADO VALUE "N".

      *> The standard wording, written out when CADNTM.TXT is missing.
       77  CONST-QTD-PADRAO PIC 9(02) VALUE 7.
       01  TABELA-PADRAO.
           03 FILLER PIC X(03) VALUE "VC ".
           03 FILLER PIC X(50) VALUE
               "OLA #R. A MENSALIDADE #C DE #A, NO VALOR DE R$ #V,".
           03 FILLER PIC X(50) VALUE
               " VENCE EM #D. PAGUE EM DIA E EVITE MULTA E JUROS. ".
           03 FILLER PIC X(50) VALUE SPACES.
           03 FILLER PIC X(03) VALUE "AT ".
           03 FILLER PIC X(50) VALUE
               "OLA #R. A MENSALIDADE #C DE #A, NO VALOR DE R$ #V,".
           03 FILLER PIC X(50) VALUE
               " VENCEU EM #D E CONSTA EM ABERTO. PROCURE A SECRET".
           03 FILLER PIC X(50) VALUE
               "ARIA.                                             ".
           03 FILLER PIC X(03) VALUE "RM ".
           03 FILLER PIC X(50) VALUE
               "OLA #R. A REMATRICULA DE #A AINDA NAO FOI CONFIRMA".
           03 FILLER PIC X(50) VALUE
               "DA. CONFIRME NA SECRETARIA PARA GARANTIR A VAGA NA".
           03 FILLER PIC X(50) VALUE
               " TURMA #T.                                        ".
           03 FILLER PIC X(03) VALUE "SC ".
           03 FILLER PIC X(50) VALUE
               "OLA #R. A AULA DA TURMA #T DO DIA #D FOI CANCELADA".
           03 FILLER PIC X(50) VALUE
               ". #A NAO PRECISA COMPARECER NESTE DIA.            ".
           03 FILLER PIC X(50) VALUE SPACES.
           03 FILLER PIC X(03) VALUE "VG ".
           03 FILLER PIC X(50) VALUE
               "OLA #R. ABRIU VAGA NA TURMA #T E #A FOI MATRICULAD".
           03 FILLER PIC X(50) VALUE
               "O(A) EM #D. PROCURE A SECRETARIA PARA CONFIRMAR.  ".
           03 FILLER PIC X(50) VALUE SPACES.
           03 FILLER PIC X(03) VALUE "EX ".
           03 FILLER PIC X(50) VALUE
               "OLA #R. #A ESTA CONVOCADO(A) PARA O EXAME DE FAIXA".
           03 FILLER PIC X(50) VALUE
               " DO DIA #D. COMPARECA COM O UNIFORME COMPLETO.    ".
           03 FILLER PIC X(50) VALUE SPACES.
           03 FILLER PIC X(03) VALUE "RJ ".
           03 FILLER PIC X(50) VALUE
               "OLA #R. A PARTIR DA COMPETENCIA #C A MENSALIDADE D".
           03 FILLER PIC X(50) VALUE
               "A TURMA #T DE #A PASSA A SER R$ #V, CONFORME O REA".
           03 FILLER PIC X(50) VALUE
               "JUSTE ANUAL. DUVIDAS, PROCURE A SECRETARIA.       ".
       01  TABELA-PADRAO-R REDEFINES TABELA-PADRAO.
           03 WS-LINHA-PADRAO PIC X(153) OCCURS 7 TIMES.
       01  WS-IND-PADRAO PIC 9(02).

      *> Recipient chosen for the message being queued.
       01  WS-DESTINATARIO PIC X(45).
       01  WS-CONTATO      PIC X(20).

       01  WS-EVENTO-DUPLICADO PIC X(01).
           88 EVENTO-DUPLICADO     VALUE "S".
           88 EVENTO-NAO-DUPLICADO VALUE "N".
       01  WS-FIM-EVENTO PIC X(01).
           88 FIM-EVENTO     VALUE "S".
           88 NAO-FIM-EVENTO VALUE "N".

      *> ----------------------------------------------------------------
      *> Message assembly: the template is walked one character at a
      *> time, each #x marker replaced by its value with the padding
      *> trimmed off both ends.
      *> ----------------------------------------------------------------
       01  WS-MODELO-ATUAL PIC X(150).
       01  WS-TAM-MODELO   PIC 9(03).
       01  WS-IND-CARACTER PIC 9(03).
       01  WS-CARACTER     PIC X(01).
       01  WS-MARCADOR     PIC X(01).
       01  WS-PONTEIRO     PIC 9(03).
       77  CONST-TAM-MENSAGEM PIC 9(03) VALUE 160.

       01  WS-TEXTO-TRAB   PIC X(150).
       01  WS-INICIO-TEXTO PIC 9(03).
       01  WS-FIM-TEXTO    PIC 9(03).
       01  WS-TAM-TEXTO    PIC 9(03).
       01  WS-ACHOU-FIM PIC X(01).
           88 ACHOU-FIM     VALUE "S".
           88 NAO-ACHOU-FIM VALUE "N".

       01  WS-DATA-TRAB PIC 9(08).
       01  WS-DATA-TRAB-R REDEFINES WS-DATA-TRAB.
           03 WS-ANO-TRAB PIC 9(04).
           03 WS-MES-TRAB PIC 9(02).
           03 WS-DIA-TRAB PIC 9(02).
       01  WS-DATA-EDITADA.
           03 WS-DIA-EDIT PIC 9(02).
           03 FILLER      PIC X(01) VALUE "/".
           03 WS-MES-EDIT PIC 9(02).
           03 FILLER      PIC X(01) VALUE "/".
           03 WS-ANO-EDIT PIC 9(04).

       01  WS-COMPETENCIA-TRAB PIC 9(06).
       01  WS-COMPETENCIA-TRAB-R REDEFINES WS-COMPETENCIA-TRAB.
           03 WS-ANO-COMP-TRAB PIC 9(04).
           03 WS-MES-COMP-TRAB PIC 9(02).
       01  WS-COMPETENCIA-EDITADA.
           03 WS-MES-COMP-EDIT PIC 9(02).
           03 FILLER           PIC X(01) VALUE "/".
           03 WS-ANO-COMP-EDIT PIC 9(04).

       01  WS-VALOR-EDITADO PIC ZZZ.ZZ9,99.

       01  WS-DATA-ATUAL PIC 9(08).
       01  WS-HORA-ATUAL PIC 9(08).

       LINKAGE SECTION.

           COPY CADNTFW.

       PROCEDURE DIVISION USING AREA-NOTIFICACAO.
       MAIN-PROCEDURE.

           EVALUATE TRUE
               WHEN ANF-ABRIR
                   IF FILA-FECHADA
                       PERFORM ABRIR-FILA
                   END-IF
               WHEN ANF-GRAVAR
                   IF FILA-FECHADA
                       PERFORM ABRIR-FILA
                   END-IF
                   PERFORM ENFILEIRAR-MENSAGEM
               WHEN ANF-FECHAR
                   IF FILA-ABERTA
                       PERFORM FECHAR-FILA
                   END-IF
           END-EVALUATE.

           GOBACK.

       ABRIR-FILA.

           OPEN I-O CADNTF.
           IF WS-STATUS = 35
               OPEN OUTPUT CADNTF
               MOVE "ABERTURA DE CADNTF (OUTPUT INICIAL)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               CLOSE CADNTF
               MOVE "FECHAMENTO DE CADNTF (INICIAL)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               OPEN I-O CADNTF
           END-IF.
           MOVE "ABERTURA DE CADNTF (I-O)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           OPEN INPUT CADRSP.
           IF WS-STATUS = 35
               MOVE ZEROS TO WS-STATUS
               SET NAO-TEM-RESPONSAVEIS TO TRUE
           ELSE
               MOVE "ABERTURA DE CADRSP (INPUT)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               SET TEM-RESPONSAVEIS TO TRUE
           END-IF.

           PERFORM CARREGAR-MODELOS.

           SET FILA-ABERTA TO TRUE.

      *> ----------------------------------------------------------------
      *> CARREGAR-MODELOS reads the message templates, first writing
      *> the standard ones when the installation has none. A type
      *> listed twice keeps its last text.
      *> ----------------------------------------------------------------
       CARREGAR-MODELOS.

           MOVE ZEROS TO WS-TOTAL-MODELOS.

           OPEN INPUT CADNTM.
           IF WS-STATUS = 35
               MOVE ZEROS TO WS-STATUS
               PERFORM CRIAR-MODELOS-PADRAO
               OPEN INPUT CADNTM
           END-IF.
           MOVE "ABERTURA DE CADNTM (INPUT)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           SET NAO-FIM-ARQUIVO TO TRUE.
           PERFORM LER-PROXIMO-MODELO UNTIL FIM-ARQUIVO.

           CLOSE CADNTM.
           MOVE "FECHAMENTO DE CADNTM" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           PERFORM COMPLETAR-MODELO-PADRAO
               VARYING WS-IND-PADRAO FROM 1 BY 1
               UNTIL WS-IND-PADRAO > CONST-QTD-PADRAO.

       CRIAR-MODELOS-PADRAO.

           OPEN OUTPUT CADNTM.
           MOVE "ABERTURA DE CADNTM (OUTPUT PADRAO)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           PERFORM GRAVAR-MODELO-PADRAO
               VARYING WS-IND-PADRAO FROM 1 BY 1
               UNTIL WS-IND-PADRAO > CONST-QTD-PADRAO.

           CLOSE CADNTM.
           MOVE "FECHAMENTO DE CADNTM (PADRAO)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           DISPLAY "CADNTM.TXT CRIADO COM OS MODELOS PADRAO".

       GRAVAR-MODELO-PADRAO.

           MOVE WS-LINHA-PADRAO(WS-IND-PADRAO) TO LINHA-MODELO.
           WRITE LINHA-MODELO.
           MOVE "GRAVACAO DE LINHA DE CADNTM" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

      *> A standard type missing from the installation's file gets
      *> the standard wording, so a message type added to the suite
      *> later is not lost on a CADNTM.TXT written before it existed.
       COMPLETAR-MODELO-PADRAO.

           MOVE WS-LINHA-PADRAO(WS-IND-PADRAO)(1:2) TO WS-TIPO.
           PERFORM PROCURAR-MODELO.
           IF MODELO-NAO-ACHADO
               AND WS-TOTAL-MODELOS < CONST-MAX-MODELOS
               ADD 1 TO WS-TOTAL-MODELOS
               MOVE WS-TOTAL-MODELOS TO WS-IND-MODELO
               MOVE WS-TIPO TO TBM-TIPO(WS-IND-MODELO)
               MOVE WS-LINHA-PADRAO(WS-IND-PADRAO)(4:150) TO
                   TBM-TEXTO(WS-IND-MODELO)
           END-IF.

       LER-PROXIMO-MODELO.

           READ CADNTM
               AT END
                   SET FIM-ARQUIVO TO TRUE
               NOT AT END
                   IF NTM-TIPO(1:1) NOT = "*"
                       AND NTM-TIPO NOT = SPACES
                       PERFORM GUARDAR-MODELO
                   END-IF
           END-READ.

       GUARDAR-MODELO.

           MOVE NTM-TIPO TO WS-TIPO.
           PERFORM PROCURAR-MODELO.
           IF MODELO-NAO-ACHADO
               IF WS-TOTAL-MODELOS < CONST-MAX-MODELOS
                   ADD 1 TO WS-TOTAL-MODELOS
                   MOVE WS-TOTAL-MODELOS TO WS-IND-MODELO
                   MOVE NTM-TIPO TO TBM-TIPO(WS-IND-MODELO)
               ELSE
                   DISPLAY "CADNTM.TXT - MODELO IGNORADO (TABELA "
                       "CHEIA): " NTM-TIPO
               END-IF
           END-IF.
           IF WS-IND-MODELO NOT > WS-TOTAL-MODELOS
               MOVE NTM-TEXTO TO TBM-TEXTO(WS-IND-MODELO)
           END-IF.

      *> Table search in the CADSNAP style: WS-IND-MODELO is left on
      *> the entry found, past the end otherwise.
       PROCURAR-MODELO.

           SET MODELO-NAO-ACHADO TO TRUE.
           MOVE ZEROS TO WS-IND-MODELO.
           IF WS-TOTAL-MODELOS > ZEROS
               PERFORM COMPARAR-MODELO WITH TEST AFTER
                   UNTIL MODELO-ACHADO
                   OR WS-IND-MODELO >= WS-TOTAL-MODELOS
           END-IF.
           IF MODELO-NAO-ACHADO
               COMPUTE WS-IND-MODELO = WS-TOTAL-MODELOS + 1
           END-IF.

       COMPARAR-MODELO.

           ADD 1 TO WS-IND-MODELO.
           IF TBM-TIPO(WS-IND-MODELO) = WS-TIPO
               SET MODELO-ACHADO TO TRUE
           END-IF.

      *> ----------------------------------------------------------------
      *> ENFILEIRAR-MENSAGEM queues one message, or tells the caller
      *> why it did not: no template for the type, or the same event
      *> already waiting, sent or delivered.
      *> ----------------------------------------------------------------
       ENFILEIRAR-MENSAGEM.

           MOVE ANF-TIPO TO WS-TIPO.
           PERFORM PROCURAR-MODELO.
           IF MODELO-NAO-ACHADO
               SET ANF-SEM-MODELO TO TRUE
               DISPLAY "CADNTM.TXT SEM MODELO PARA O TIPO " ANF-TIPO
                   " - AVISO DA MATRICULA " ANF-MATRICULA
                   " NAO ENFILEIRADO"
           ELSE
               PERFORM RESOLVER-DESTINATARIO
               PERFORM VERIFICAR-DUPLICIDADE
               IF EVENTO-DUPLICADO
                   SET ANF-DUPLICADA TO TRUE
               ELSE
                   PERFORM MONTAR-MENSAGEM
                   PERFORM GRAVAR-NOTIFICACAO
               END-IF
           END-IF.

      *> ----------------------------------------------------------------
      *> RESOLVER-DESTINATARIO mirrors CADCAMP's RESOLVER-CONTATO-AVISO:
      *> the guardian when the student has one on file with a contact,
      *> the student's own name and contact otherwise.
      *> ----------------------------------------------------------------
       RESOLVER-DESTINATARIO.

           MOVE ANF-NOME-ALUNO    TO WS-DESTINATARIO.
           MOVE ANF-CONTATO-ALUNO TO WS-CONTATO.

           IF ANF-CPF-RESP NOT = ZEROS AND TEM-RESPONSAVEIS
               MOVE ANF-CPF-RESP TO RSP-CPF
               READ CADRSP KEY IS RSP-CPF
               IF WS-STATUS = 23
                   MOVE ZEROS TO WS-STATUS
               ELSE
                   MOVE "LEITURA DE REG-RESPONSAVEL" TO WS-OPERACAO
                   PERFORM VERIFICAR-STATUS
                   IF RSP-CONTATO NOT = SPACES
                       MOVE RSP-NOME    TO WS-DESTINATARIO
                       MOVE RSP-CONTATO TO WS-CONTATO
                   END-IF
               END-IF
           END-IF.

      *> ----------------------------------------------------------------
      *> VERIFICAR-DUPLICIDADE walks the queue entries of the same
      *> student, type and reference. Only a failed delivery is queued
      *> again - or one that had no contact, now that there is one.
      *> ----------------------------------------------------------------
       VERIFICAR-DUPLICIDADE.

           SET EVENTO-NAO-DUPLICADO TO TRUE.

           MOVE ANF-MATRICULA  TO NTF-MATRICULA.
           MOVE ANF-TIPO       TO NTF-TIPO.
           MOVE ANF-REFERENCIA TO NTF-REFERENCIA.
           START CADNTF KEY IS EQUAL TO NTF-EVENTO.
           IF WS-STATUS = 00
               SET NAO-FIM-EVENTO TO TRUE
               PERFORM LER-MESMO-EVENTO
                   UNTIL FIM-EVENTO OR EVENTO-DUPLICADO
           ELSE
               MOVE ZEROS TO WS-STATUS
           END-IF.

       LER-MESMO-EVENTO.

           READ CADNTF NEXT RECORD.
           IF WS-STATUS NOT = 00 AND WS-STATUS NOT = 02
               MOVE ZEROS TO WS-STATUS
               SET FIM-EVENTO TO TRUE
           ELSE
               IF NTF-MATRICULA NOT = ANF-MATRICULA
                   OR NTF-TIPO NOT = ANF-TIPO
                   OR NTF-REFERENCIA NOT = ANF-REFERENCIA
                   SET FIM-EVENTO TO TRUE
               ELSE
                   EVALUATE TRUE
                       WHEN NTF-FALHOU
                           CONTINUE
                       WHEN NTF-SEM-CONTATO
                           IF WS-CONTATO = SPACES
                               SET EVENTO-DUPLICADO TO TRUE
                           END-IF
                       WHEN OTHER
                           SET EVENTO-DUPLICADO TO TRUE
                   END-EVALUATE
               END-IF
           END-IF.

      *> ----------------------------------------------------------------
      *> MONTAR-MENSAGEM fills the template into NTF-MENSAGEM; whatever
      *> runs past the 160 characters a gateway message carries is cut.
      *> ----------------------------------------------------------------
       MONTAR-MENSAGEM.

           MOVE SPACES TO NTF-MENSAGEM.
           MOVE 1 TO WS-PONTEIRO.

           MOVE TBM-TEXTO(WS-IND-MODELO) TO WS-MODELO-ATUAL.
           MOVE WS-MODELO-ATUAL TO WS-TEXTO-TRAB.
           PERFORM LOCALIZAR-FIM-TEXTO.
           MOVE WS-FIM-TEXTO TO WS-TAM-MODELO.

           MOVE 1 TO WS-IND-CARACTER.
           PERFORM PROCESSAR-CARACTER
               UNTIL WS-IND-CARACTER > WS-TAM-MODELO
               OR WS-PONTEIRO > CONST-TAM-MENSAGEM.

       PROCESSAR-CARACTER.

           MOVE WS-MODELO-ATUAL(WS-IND-CARACTER:1) TO WS-CARACTER.
           IF WS-CARACTER = "#" AND WS-IND-CARACTER < WS-TAM-MODELO
               ADD 1 TO WS-IND-CARACTER
               MOVE WS-MODELO-ATUAL(WS-IND-CARACTER:1) TO WS-MARCADOR
               PERFORM SUBSTITUIR-MARCADOR
           ELSE
               STRING WS-CARACTER DELIMITED BY SIZE
                   INTO NTF-MENSAGEM WITH POINTER WS-PONTEIRO
               END-STRING
           END-IF.
           ADD 1 TO WS-IND-CARACTER.

       SUBSTITUIR-MARCADOR.

           MOVE SPACES TO WS-TEXTO-TRAB.
           EVALUATE WS-MARCADOR
               WHEN "A"
                   MOVE ANF-NOME-ALUNO TO WS-TEXTO-TRAB
               WHEN "R"
                   MOVE WS-DESTINATARIO TO WS-TEXTO-TRAB
               WHEN "T"
                   MOVE ANF-TURMA TO WS-TEXTO-TRAB
               WHEN "D"
                   MOVE ANF-DATA    TO WS-DATA-TRAB
                   MOVE WS-DIA-TRAB TO WS-DIA-EDIT
                   MOVE WS-MES-TRAB TO WS-MES-EDIT
                   MOVE WS-ANO-TRAB TO WS-ANO-EDIT
                   MOVE WS-DATA-EDITADA TO WS-TEXTO-TRAB
               WHEN "C"
                   MOVE ANF-COMPETENCIA  TO WS-COMPETENCIA-TRAB
                   MOVE WS-MES-COMP-TRAB TO WS-MES-COMP-EDIT
                   MOVE WS-ANO-COMP-TRAB TO WS-ANO-COMP-EDIT
                   MOVE WS-COMPETENCIA-EDITADA TO WS-TEXTO-TRAB
               WHEN "V"
                   MOVE ANF-VALOR TO WS-VALOR-EDITADO
                   MOVE WS-VALOR-EDITADO TO WS-TEXTO-TRAB
               WHEN OTHER
                   MOVE "#"         TO WS-TEXTO-TRAB(1:1)
                   MOVE WS-MARCADOR TO WS-TEXTO-TRAB(2:1)
           END-EVALUATE.

           MOVE ZEROS TO WS-INICIO-TEXTO.
           INSPECT WS-TEXTO-TRAB TALLYING WS-INICIO-TEXTO
               FOR LEADING SPACES.
           ADD 1 TO WS-INICIO-TEXTO.
           PERFORM LOCALIZAR-FIM-TEXTO.

           IF WS-FIM-TEXTO >= WS-INICIO-TEXTO
               COMPUTE WS-TAM-TEXTO =
                   WS-FIM-TEXTO - WS-INICIO-TEXTO + 1
               STRING WS-TEXTO-TRAB(WS-INICIO-TEXTO:WS-TAM-TEXTO)
                   DELIMITED BY SIZE
                   INTO NTF-MENSAGEM WITH POINTER WS-PONTEIRO
               END-STRING
           END-IF.

      *> LOCALIZAR-FIM-TEXTO leaves WS-FIM-TEXTO on the last non-blank
      *> character of WS-TEXTO-TRAB, zero when it is all blank.
       LOCALIZAR-FIM-TEXTO.

           MOVE 150 TO WS-FIM-TEXTO.
           SET NAO-ACHOU-FIM TO TRUE.
           PERFORM RECUAR-FIM-TEXTO
               UNTIL ACHOU-FIM OR WS-FIM-TEXTO = ZEROS.

       RECUAR-FIM-TEXTO.

           IF WS-TEXTO-TRAB(WS-FIM-TEXTO:1) = SPACE
               SUBTRACT 1 FROM WS-FIM-TEXTO
           ELSE
               SET ACHOU-FIM TO TRUE
           END-IF.

      *> ----------------------------------------------------------------
      *> GRAVAR-NOTIFICACAO writes the queue entry keyed by the moment
      *> it was queued; two messages in the same hundredth of a second
      *> take the next sequence number.
      *> ----------------------------------------------------------------
       GRAVAR-NOTIFICACAO.

           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ATUAL FROM TIME.

           MOVE WS-DATA-ATUAL   TO NTF-DATA.
           MOVE WS-HORA-ATUAL   TO NTF-HORA.
           MOVE ZEROS           TO NTF-SEQUENCIA.
           MOVE ANF-MATRICULA   TO NTF-MATRICULA.
           MOVE ANF-TIPO        TO NTF-TIPO.
           MOVE ANF-REFERENCIA  TO NTF-REFERENCIA.
           MOVE WS-DESTINATARIO TO NTF-DESTINATARIO.
           MOVE WS-CONTATO      TO NTF-CONTATO.
           MOVE ZEROS           TO NTF-DATA-ENVIO.
           MOVE ZEROS           TO NTF-DATA-RETORNO.
           MOVE SPACES          TO NTF-MOTIVO.
           MOVE ANF-ORIGEM      TO NTF-ORIGEM.

           IF WS-CONTATO = SPACES
               SET NTF-SEM-CONTATO TO TRUE
               MOVE "SEM CONTATO NO CADASTRO" TO NTF-MOTIVO
               SET ANF-SEM-CONTATO TO TRUE
           ELSE
               SET NTF-PENDENTE TO TRUE
               SET ANF-ENFILEIRADA TO TRUE
           END-IF.

           PERFORM GRAVAR-NOTIFICACAO-UMA-VEZ WITH TEST AFTER
               UNTIL WS-STATUS NOT = 22.
           MOVE "GRAVACAO DE REG-NOTIFICACAO" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

       GRAVAR-NOTIFICACAO-UMA-VEZ.

           WRITE REG-NOTIFICACAO.
           IF WS-STATUS = 22
               ADD 1 TO NTF-SEQUENCIA
           END-IF.

       FECHAR-FILA.

           CLOSE CADNTF.
           MOVE "FECHAMENTO DE CADNTF" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           IF TEM-RESPONSAVEIS
               CLOSE CADRSP
               MOVE "FECHAMENTO DE CADRSP" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

           SET FILA-FECHADA TO TRUE.

       VERIFICAR-STATUS.

           IF WS-STATUS NOT = 00 AND WS-STATUS NOT = 02
               DISPLAY "ERRO DE E/S EM " WS-OPERACAO
               DISPLAY "FILE STATUS: " WS-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       END PROGRAM CADNTFG.
