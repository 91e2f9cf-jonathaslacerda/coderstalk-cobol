      *> paginated chase list in the CADRPT01 style. N comes off the
      *> command line and defaults to 30.
      *>
      *> The amount printed is what the charge still owes: COB-VALOR
      *> plus the CADMORA multa and juros, less whatever CADPAG or
      *> CADRET already took in part-payments - a charge paid short
      *> stays open and stays on this list for the rest.
      *>
      *> The day arithmetic uses the 30/360 commercial calendar the
      *> billing trade has always used - close enough to decide who is
      *> "older than N days" without a date routine the runtime would
      *> have to supply.
      *>
      *> The same pass feeds the family notification queue through
      *> CADNTFG: an "AT" message for every open charge already past
      *> its due date, and a "VC" reminder for one falling due within
      *> the next CONST-DIAS-AVISO days. CADNTFG queues each charge
      *> once, so the daily run does not repeat itself.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADRPT04.
       77  CONST-DIAS-PADRAO PIC 9(03) VALUE 30.
       01  WS-DIAS-LIMITE PIC 9(03).

      *> How far ahead of the due date the "VC" reminder goes out.
       77  CONST-DIAS-AVISO PIC 9(03) VALUE 5.
       01  WS-DIAS-A-VENCER PIC 9(05).
       01  WS-AVISOS-ATRASO PIC 9(05) VALUE ZEROS.
       01  WS-AVISOS-VENCER PIC 9(05) VALUE ZEROS.

       01  WS-ALUNO-ACHADO PIC X(01).
           88 ALUNO-ACHADO     VALUE "S".
           88 ALUNO-NAO-ACHADO VALUE "N".

           COPY CADNTFW.

       01  WS-FIM-ARQUIVO PIC X(01).
           88 FIM-ARQUIVO     VALUE "S".
           88 NAO-FIM-ARQUIVO VALUE "N".
       01  WS-DIAS-HOJE PIC 9(08).
       01  WS-DIAS-VENCIMENTO PIC 9(08).
       01  WS-DIAS-ATRASO PIC 9(05).
       01  WS-SALDO-COBRANCA PIC 9(06)V99.
       01  WS-DATA-VENC-R.
           03 WS-ANO-VENC PIC 9(04).
           03 WS-MES-VENC PIC 9(02).
           03 FILLER          PIC X(10) VALUE "MATRICULA ".
           03 FILLER          PIC X(26) VALUE "NOME".
           03 FILLER          PIC X(08) VALUE "COMPET. ".
           03 FILLER          PIC X(12) VALUE "SALDO       ".
           03 FILLER          PIC X(11) VALUE "DIAS ATRASO".
           03 FILLER          PIC X(13) VALUE SPACES.

           PERFORM FECHAR-ARQUIVOS.

           DISPLAY "COBRANCAS EM ATRASO: " WS-TOTAL-ATRASADAS.
           DISPLAY "AVISOS DE ATRASO ENFILEIRADOS:     "
               WS-AVISOS-ATRASO.
           DISPLAY "AVISOS DE VENCIMENTO ENFILEIRADOS: "
               WS-AVISOS-VENCER.

           STOP RUN.

               PERFORM VERIFICAR-STATUS
           END-IF.

           SET ANF-ABRIR TO TRUE.
           CALL "CADNTFG" USING AREA-NOTIFICACAO.

       LER-PROXIMA-COBRANCA.

           READ CADCOB NEXT RECORD.
      *> ----------------------------------------------------------------
      *> AVALIAR-ATRASO computes how many 30/360 days the open charge
      *> is past its due date and prints it when that beats the report
      *> threshold. Any overdue charge, and any charge falling due
      *> within CONST-DIAS-AVISO days, also goes to the family queue.
      *> ----------------------------------------------------------------
       AVALIAR-ATRASO.

               IF WS-DIAS-ATRASO > WS-DIAS-LIMITE
                   PERFORM IMPRIMIR-ATRASADA
               END-IF
               MOVE "AT" TO ANF-TIPO
               PERFORM ENFILEIRAR-AVISO-COBRANCA
           ELSE
               COMPUTE WS-DIAS-A-VENCER =
                   WS-DIAS-VENCIMENTO - WS-DIAS-HOJE
               IF WS-DIAS-A-VENCER NOT > CONST-DIAS-AVISO
                   MOVE "VC" TO ANF-TIPO
                   PERFORM ENFILEIRAR-AVISO-COBRANCA
               END-IF
           END-IF.

       CALCULAR-SALDO-COBRANCA.

           IF COB-VALOR + COB-MULTA + COB-JUROS > COB-VALOR-PAGO
               COMPUTE WS-SALDO-COBRANCA =
                   COB-VALOR + COB-MULTA + COB-JUROS - COB-VALOR-PAGO
           ELSE
               MOVE ZEROS TO WS-SALDO-COBRANCA
           END-IF.

      *> ----------------------------------------------------------------
      *> ENFILEIRAR-AVISO-COBRANCA hands the charge to CADNTFG with the
      *> message type already in ANF-TIPO; the competence and turma
      *> tell one charge of the student from another. A charge whose
      *> student is no longer on the master has nobody to tell.
      *> ----------------------------------------------------------------
       ENFILEIRAR-AVISO-COBRANCA.

           PERFORM BUSCAR-NOME-ALUNO.
           IF ALUNO-ACHADO
               PERFORM CALCULAR-SALDO-COBRANCA
               SET ANF-GRAVAR TO TRUE
               MOVE COB-MATRICULA TO ANF-MATRICULA
               MOVE NOME-ALU      TO ANF-NOME-ALUNO
               MOVE CONTATO-ALU   TO ANF-CONTATO-ALUNO
               MOVE CPF-RESP-ALU  TO ANF-CPF-RESP
               MOVE SPACES        TO ANF-REFERENCIA
               STRING COB-COMPETENCIA COB-TURMA DELIMITED BY SIZE
                   INTO ANF-REFERENCIA
               END-STRING
               MOVE COB-DATA-VENCIMENTO TO ANF-DATA
               MOVE COB-TURMA           TO ANF-TURMA
               MOVE COB-COMPETENCIA     TO ANF-COMPETENCIA
               MOVE WS-SALDO-COBRANCA   TO ANF-VALOR
               MOVE "CADRPT04"          TO ANF-ORIGEM
               CALL "CADNTFG" USING AREA-NOTIFICACAO
               IF ANF-ENFILEIRADA AND ANF-TIPO = "AT"
                   ADD 1 TO WS-AVISOS-ATRASO
               END-IF
               IF ANF-ENFILEIRADA AND ANF-TIPO = "VC"
                   ADD 1 TO WS-AVISOS-VENCER
               END-IF
           END-IF.
           MOVE ZEROS TO WS-STATUS.

       IMPRIMIR-ATRASADA.

               PERFORM GERAR-CABECALHO
           END-IF.

           PERFORM CALCULAR-SALDO-COBRANCA.

           ADD 1 TO WS-TOTAL-ATRASADAS.
           ADD WS-SALDO-COBRANCA TO WS-VALOR-TOTAL.

           MOVE COB-MATRICULA TO LD-MATRICULA.
           PERFORM BUSCAR-NOME-ALUNO.
           MOVE COB-COMPETENCIA TO LD-COMPETENCIA.
           MOVE WS-SALDO-COBRANCA TO LD-VALOR.
           MOVE WS-DIAS-ATRASO TO LD-DIAS.

           WRITE LINHA-RELATORIO FROM LINHA-DETALHE.
           MOVE COB-MATRICULA TO KEY-ALU.
           READ CADALU KEY IS KEY-ALU.
           IF WS-STATUS = 00
               SET ALUNO-ACHADO TO TRUE
               MOVE NOME-ALU TO LD-NOME
           ELSE
               SET ALUNO-NAO-ACHADO TO TRUE
               MOVE "(NAO ENCONTRADO)" TO LD-NOME
               MOVE SPACES TO CONTATO-ALU
               MOVE ZEROS TO CPF-RESP-ALU
               PERFORM VERIFICAR-STATUS
           END-IF.

           SET ANF-FECHAR TO TRUE.
           CALL "CADNTFG" USING AREA-NOTIFICACAO.

       VERIFICAR-STATUS.

           IF WS-STATUS NOT = 00 AND WS-STATUS NOT = 02
