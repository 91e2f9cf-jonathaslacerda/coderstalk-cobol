      *> ----------------------------------------------------------------
      *> CADEMNT is the event-maintenance action behind CADMENU's
      *> option 25: its own small numbered menu to include, alter, list
      *> and close the tournaments and championships on CADEVT.DAT -
      *> date, place, discipline, entry fee, sign-up deadline and the
      *> age/belt categories the event runs. Event numbers come off the
      *> "ULTEVT" control record on CADCTL, the same one-record
      *> sequence CADPARC keeps for agreements. Athletes are signed up
      *> and results typed in at the CADEINS screen.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADEMNT.

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
               LOCK MODE        IS AUTOMATIC
               FILE STATUS      IS WS-STATUS.

           SELECT CADCTL ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS CTL-CHAVE
               LOCK MODE        IS AUTOMATIC
               FILE STATUS      IS WS-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  CADEVT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADEVT.DAT".
           COPY CADEVTR.

       FD  CADCTL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADCTL.DAT".
           COPY CADCTLR.

       WORKING-STORAGE SECTION.

       01  WS-STATUS PIC 9(02) VALUE ZEROS.
       01  WS-OPERACAO PIC X(40).

       01  WS-OPCAO PIC 9(01).

       01  WS-CONTINUAR PIC X(01).
           88 CONTINUAR-MENU VALUE "S".
           88 ENCERRAR-MENU  VALUE "N".

       01  WS-CAMPO-DIGITADO PIC X(30).
       01  WS-RESPOSTA PIC X(01).

      *> Numbers are typed as text and re-read through these REDEFINES,
      *> the way CADIMNT takes the pay terms: "0005000" is 50,00.
       01  WS-CODIGO-X   PIC X(04).
       01  WS-CODIGO-NUM REDEFINES WS-CODIGO-X PIC 9(04).
       01  WS-DATA-X     PIC X(08).
       01  WS-DATA-NUM   REDEFINES WS-DATA-X PIC 9(08).
       01  WS-TAXA-X     PIC X(07).
       01  WS-TAXA-NUM   REDEFINES WS-TAXA-X PIC 9(05)V99.
       01  WS-CATEGORIA-X   PIC X(01).
       01  WS-CATEGORIA-NUM REDEFINES WS-CATEGORIA-X PIC 9(01).

       01  WS-TAXA-EDITADA PIC ZZ.ZZ9,99.

       01  WS-DADOS-VALIDOS PIC X(01).
           88 DADOS-VALIDOS   VALUE "S".
           88 DADOS-INVALIDOS VALUE "N".

       01  WS-NUMERO-EVENTO PIC 9(04).

       01  WS-FIM-LISTA PIC X(01).
           88 FIM-LISTA     VALUE "S".
           88 NAO-FIM-LISTA VALUE "N".

       01  WS-TOTAL PIC 9(04) VALUE ZEROS.

      *> Polite wait-and-retry for an event another operator is
      *> editing, instead of failing with a bare file status.
       77  CONST-MAX-ESPERAS PIC 9(02) VALUE 5.
       77  CONST-SEGUNDOS-ESPERA PIC 9(01) VALUE 1.
       01  WS-TENTATIVAS PIC 9(02) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM ABRIR-CADEVT.

           SET CONTINUAR-MENU TO TRUE.
           PERFORM PROCESSAR-OPCAO UNTIL ENCERRAR-MENU.

           CLOSE CADEVT.
           MOVE "FECHAMENTO DE CADEVT" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           GOBACK.

      *> ----------------------------------------------------------------
      *> ABRIR-CADEVT opens the event master for update, creating it on
      *> first use the same way CADIMNT creates CADINS.DAT.
      *> ----------------------------------------------------------------
       ABRIR-CADEVT.

           OPEN I-O CADEVT.
           IF WS-STATUS = 35
               OPEN OUTPUT CADEVT
               MOVE "ABERTURA DE CADEVT (OUTPUT INICIAL)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               CLOSE CADEVT
               MOVE "FECHAMENTO DE CADEVT (INICIAL)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               OPEN I-O CADEVT
           END-IF.
           MOVE "ABERTURA DE CADEVT (I-O)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

       PROCESSAR-OPCAO.

           PERFORM EXIBIR-MENU.
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM INCLUIR-EVENTO
               WHEN 2
                   PERFORM ALTERAR-EVENTO
               WHEN 3
                   PERFORM LISTAR-EVENTOS
               WHEN 4
                   PERFORM ENCERRAR-EVENTO
               WHEN 5
                   SET ENCERRAR-MENU TO TRUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       EXIBIR-MENU.

           DISPLAY "===================================".
           DISPLAY "1. INCLUIR EVENTO".
           DISPLAY "2. ALTERAR EVENTO".
           DISPLAY "3. LISTAR EVENTOS".
           DISPLAY "4. ENCERRAR OU CANCELAR EVENTO".
           DISPLAY "5. VOLTAR".
           DISPLAY "===================================".
           DISPLAY "OPCAO: ".

      *> ----------------------------------------------------------------
      *> INCLUIR-EVENTO takes the whole event and only then draws its
      *> number, so an entry abandoned on a bad date burns no number.
      *> ----------------------------------------------------------------
       INCLUIR-EVENTO.

           DISPLAY "NOME DO EVENTO: ".
           ACCEPT EVT-NOME.
           IF EVT-NOME = SPACES
               DISPLAY "NOME VAZIO - INCLUSAO CANCELADA"
           ELSE
               PERFORM SOLICITAR-DADOS-EVENTO
               IF DADOS-VALIDOS
                   PERFORM OBTER-PROXIMO-EVENTO
                   MOVE WS-NUMERO-EVENTO TO EVT-CODIGO
                   SET EVT-ABERTO TO TRUE
                   WRITE REG-EVENTO
                   MOVE "GRAVACAO DE REG-EVENTO" TO WS-OPERACAO
                   PERFORM VERIFICAR-STATUS
                   DISPLAY "EVENTO " EVT-CODIGO " CADASTRADO"
               END-IF
           END-IF.

      *> ----------------------------------------------------------------
      *> SOLICITAR-DADOS-EVENTO reads everything but the name. Dates
      *> and the category range must make sense - the registration
      *> screen computes categories and due dates straight from them.
      *> ----------------------------------------------------------------
       SOLICITAR-DADOS-EVENTO.

           SET DADOS-VALIDOS TO TRUE.

           DISPLAY "DATA DO EVENTO (AAAAMMDD): ".
           ACCEPT WS-DATA-X.
           IF WS-DATA-X IS NUMERIC
               MOVE WS-DATA-NUM TO EVT-DATA
           ELSE
               SET DADOS-INVALIDOS TO TRUE
           END-IF.
           IF EVT-MES < 1 OR EVT-MES > 12 OR EVT-DIA < 1
               OR EVT-DIA > 31
               SET DADOS-INVALIDOS TO TRUE
           END-IF.

           DISPLAY "LOCAL: ".
           ACCEPT EVT-LOCAL.
           DISPLAY "MODALIDADE: ".
           ACCEPT EVT-MODALIDADE.

           DISPLAY "TIPO (F = FEDERACAO, I = INTERNO): ".
           ACCEPT EVT-TIPO.
           IF EVT-TIPO = "f"
               MOVE "F" TO EVT-TIPO
           END-IF.
           IF NOT EVT-FEDERACAO
               SET EVT-INTERNO TO TRUE
           END-IF.

           DISPLAY "TAXA DE INSCRICAO (CENTAVOS, EX 0005000 = 50,00): ".
           ACCEPT WS-TAXA-X.
           IF WS-TAXA-X IS NUMERIC
               MOVE WS-TAXA-NUM TO EVT-TAXA
           ELSE
               MOVE ZEROS TO EVT-TAXA
           END-IF.

           DISPLAY "DATA LIMITE DE INSCRICAO (AAAAMMDD): ".
           ACCEPT WS-DATA-X.
           IF WS-DATA-X IS NUMERIC
               MOVE WS-DATA-NUM TO EVT-DATA-LIMITE
           ELSE
               SET DADOS-INVALIDOS TO TRUE
           END-IF.
           IF EVT-MES-LIMITE < 1 OR EVT-MES-LIMITE > 12
               OR EVT-DIA-LIMITE < 1 OR EVT-DIA-LIMITE > 31
               OR EVT-DATA-LIMITE > EVT-DATA
               SET DADOS-INVALIDOS TO TRUE
           END-IF.

           DISPLAY "CATEGORIAS DE IDADE: 1 = ATE 9, 2 = 10-14, "
               "3 = 15-17, 4 = 18-29, 5 = 30-44, 6 = 45+".
           DISPLAY "CATEGORIA MINIMA (VAZIO = 1): ".
           ACCEPT WS-CATEGORIA-X.
           IF WS-CATEGORIA-X IS NUMERIC
               MOVE WS-CATEGORIA-NUM TO EVT-CATEGORIA-MIN
           ELSE
               MOVE 1 TO EVT-CATEGORIA-MIN
           END-IF.
           DISPLAY "CATEGORIA MAXIMA (VAZIO = 6): ".
           ACCEPT WS-CATEGORIA-X.
           IF WS-CATEGORIA-X IS NUMERIC
               MOVE WS-CATEGORIA-NUM TO EVT-CATEGORIA-MAX
           ELSE
               MOVE 6 TO EVT-CATEGORIA-MAX
           END-IF.
           IF EVT-CATEGORIA-MIN < 1 OR EVT-CATEGORIA-MAX > 6
               OR EVT-CATEGORIA-MIN > EVT-CATEGORIA-MAX
               SET DADOS-INVALIDOS TO TRUE
           END-IF.

           DISPLAY "DIVIDE CATEGORIAS POR FAIXA (S/N): ".
           ACCEPT EVT-DIVIDE-FAIXA.
           IF EVT-DIVIDE-FAIXA = "s"
               MOVE "S" TO EVT-DIVIDE-FAIXA
           END-IF.
           IF NOT EVT-POR-FAIXA
               SET EVT-SEM-FAIXA TO TRUE
           END-IF.

           IF DADOS-INVALIDOS
               DISPLAY "DATAS OU CATEGORIAS INVALIDAS - EVENTO NAO "
                   "GRAVADO"
           END-IF.

      *> ----------------------------------------------------------------
      *> ALTERAR-EVENTO retypes the event in full - the same prompts as
      *> the inclusion, with the current values shown first. A closed
      *> or cancelled event is left alone.
      *> ----------------------------------------------------------------
       ALTERAR-EVENTO.

           DISPLAY "NUMERO DO EVENTO A ALTERAR: ".
           ACCEPT WS-CODIGO-X.
           IF WS-CODIGO-X IS NUMERIC
               MOVE WS-CODIGO-NUM TO EVT-CODIGO
               PERFORM LER-EVENTO-COM-ESPERA
           ELSE
               MOVE 23 TO WS-STATUS
           END-IF.
           IF WS-STATUS = 00 AND EVT-ABERTO
               PERFORM EXIBIR-EVENTO
               DISPLAY "NOVO NOME (VAZIO MANTEM): "
               ACCEPT WS-CAMPO-DIGITADO
               IF WS-CAMPO-DIGITADO NOT = SPACES
                   MOVE WS-CAMPO-DIGITADO TO EVT-NOME
               END-IF
               PERFORM SOLICITAR-DADOS-EVENTO
               IF DADOS-VALIDOS
                   REWRITE REG-EVENTO
                   MOVE "REGRAVACAO DE REG-EVENTO" TO WS-OPERACAO
                   PERFORM VERIFICAR-STATUS
                   DISPLAY "EVENTO " EVT-CODIGO " ALTERADO"
               END-IF
           ELSE
               IF WS-STATUS = 00
                   DISPLAY "EVENTO " EVT-CODIGO " JA ENCERRADO OU "
                       "CANCELADO"
               ELSE
                   DISPLAY "EVENTO " WS-CODIGO-X " NAO ENCONTRADO"
               END-IF
           END-IF.
           MOVE ZEROS TO WS-STATUS.

       EXIBIR-EVENTO.

           MOVE EVT-TAXA TO WS-TAXA-EDITADA.
           DISPLAY "EVENTO " EVT-CODIGO " " EVT-NOME.
           DISPLAY "  DATA " EVT-DATA " LOCAL " EVT-LOCAL.
           DISPLAY "  MODALIDADE " EVT-MODALIDADE " TIPO " EVT-TIPO
               " TAXA " WS-TAXA-EDITADA " LIMITE " EVT-DATA-LIMITE.
           DISPLAY "  CATEGORIAS " EVT-CATEGORIA-MIN " A "
               EVT-CATEGORIA-MAX " POR FAIXA " EVT-DIVIDE-FAIXA
               " STATUS " EVT-STATUS.

       LISTAR-EVENTOS.

           MOVE ZEROS TO WS-TOTAL.
           MOVE ZEROS TO EVT-CODIGO.
           START CADEVT KEY IS NOT LESS THAN EVT-CODIGO.
           IF WS-STATUS = 00
               SET NAO-FIM-LISTA TO TRUE
               PERFORM LISTAR-PROXIMO-EVENTO UNTIL FIM-LISTA
           END-IF.
           MOVE ZEROS TO WS-STATUS.
           DISPLAY "TOTAL DE EVENTOS: " WS-TOTAL.

       LISTAR-PROXIMO-EVENTO.

           READ CADEVT NEXT RECORD.
           IF WS-STATUS NOT = 00
               SET FIM-LISTA TO TRUE
           ELSE
               ADD 1 TO WS-TOTAL
               PERFORM EXIBIR-EVENTO
           END-IF.

      *> ----------------------------------------------------------------
      *> ENCERRAR-EVENTO closes an event once it is over (results
      *> stay open for typing at CADEINS) or cancels one that will not
      *> happen. Either way CADEINS stops taking sign-ups; the fees of
      *> a cancelled event are reversed through the charge-adjustment
      *> screen like any other charge.
      *> ----------------------------------------------------------------
       ENCERRAR-EVENTO.

           DISPLAY "NUMERO DO EVENTO: ".
           ACCEPT WS-CODIGO-X.
           IF WS-CODIGO-X IS NUMERIC
               MOVE WS-CODIGO-NUM TO EVT-CODIGO
               PERFORM LER-EVENTO-COM-ESPERA
           ELSE
               MOVE 23 TO WS-STATUS
           END-IF.
           IF WS-STATUS = 00 AND EVT-ABERTO
               PERFORM EXIBIR-EVENTO
               DISPLAY "E = ENCERRAR, C = CANCELAR, VAZIO = DESISTIR: "
               ACCEPT WS-RESPOSTA
               EVALUATE WS-RESPOSTA
                   WHEN "E"
                   WHEN "e"
                       SET EVT-ENCERRADO TO TRUE
                       PERFORM REGRAVAR-SITUACAO-EVENTO
                   WHEN "C"
                   WHEN "c"
                       SET EVT-CANCELADO TO TRUE
                       PERFORM REGRAVAR-SITUACAO-EVENTO
                       DISPLAY "ESTORNE AS TAXAS JA LANCADAS PELA "
                           "OPCAO AJUSTE DE COBRANCA"
                   WHEN OTHER
                       DISPLAY "EVENTO MANTIDO"
               END-EVALUATE
           ELSE
               IF WS-STATUS = 00
                   DISPLAY "EVENTO " EVT-CODIGO " JA ENCERRADO OU "
                       "CANCELADO"
               ELSE
                   DISPLAY "EVENTO " WS-CODIGO-X " NAO ENCONTRADO"
               END-IF
           END-IF.
           MOVE ZEROS TO WS-STATUS.

       REGRAVAR-SITUACAO-EVENTO.

           REWRITE REG-EVENTO.
           MOVE "REGRAVACAO DE REG-EVENTO (SITUACAO)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.
           DISPLAY "EVENTO " EVT-CODIGO " AGORA COM STATUS " EVT-STATUS.

      *> ----------------------------------------------------------------
      *> OBTER-PROXIMO-EVENTO mirrors CADPARC's OBTER-PROXIMO-ACORDO on
      *> the "ULTEVT" control record, created with the first event.
      *> ----------------------------------------------------------------
       OBTER-PROXIMO-EVENTO.

           OPEN I-O CADCTL.
           IF WS-STATUS = 35
               OPEN OUTPUT CADCTL
               MOVE "ABERTURA DE CADCTL (OUTPUT INICIAL)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               CLOSE CADCTL
               MOVE "FECHAMENTO DE CADCTL (INICIAL)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               OPEN I-O CADCTL
           END-IF.
           MOVE "ABERTURA DE CADCTL (I-O)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           MOVE "ULTEVT" TO CTL-CHAVE.
           PERFORM LER-CONTROLE-COM-ESPERA.
           IF WS-STATUS = 51
               DISPLAY "CONTROLE DE EVENTO AINDA EM USO - TENTE "
                   "NOVAMENTE"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-STATUS = 23
               MOVE "ULTEVT" TO CTL-CHAVE
               MOVE ZEROS TO CTL-ULTIMA-MATRICULA
               WRITE REG-CONTROLE
               MOVE "GRAVACAO DE REG-CONTROLE (ULTEVT INICIAL)" TO
                   WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           ELSE
               MOVE "LEITURA DE REG-CONTROLE (ULTEVT)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

           ADD 1 TO CTL-ULTIMA-MATRICULA.
           MOVE CTL-ULTIMA-MATRICULA TO WS-NUMERO-EVENTO.

           REWRITE REG-CONTROLE.
           MOVE "REGRAVACAO DE REG-CONTROLE (ULTEVT)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           CLOSE CADCTL.
           MOVE "FECHAMENTO DE CADCTL" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

       LER-CONTROLE-COM-ESPERA.

           MOVE ZEROS TO WS-TENTATIVAS.
           PERFORM LER-CONTROLE-UMA-VEZ WITH TEST AFTER
               UNTIL WS-STATUS NOT = 51
               OR WS-TENTATIVAS > CONST-MAX-ESPERAS.

       LER-CONTROLE-UMA-VEZ.

           READ CADCTL KEY IS CTL-CHAVE.
           IF WS-STATUS = 51
               ADD 1 TO WS-TENTATIVAS
               DISPLAY "REGISTRO DE CONTROLE EM USO - AGUARDANDO"
               CALL "C$SLEEP" USING CONST-SEGUNDOS-ESPERA
           END-IF.

      *> ----------------------------------------------------------------
      *> LER-EVENTO-COM-ESPERA reads the event for update, waiting
      *> politely - up to CONST-MAX-ESPERAS tries, one second apart -
      *> when another program holds the record (status 51).
      *> ----------------------------------------------------------------
       LER-EVENTO-COM-ESPERA.

           MOVE ZEROS TO WS-TENTATIVAS.
           PERFORM LER-EVENTO-UMA-VEZ WITH TEST AFTER
               UNTIL WS-STATUS NOT = 51
               OR WS-TENTATIVAS > CONST-MAX-ESPERAS.
           IF WS-STATUS = 51
               DISPLAY "EVENTO AINDA EM USO - TENTE NOVAMENTE "
                   "MAIS TARDE"
           END-IF.

       LER-EVENTO-UMA-VEZ.

           READ CADEVT KEY IS EVT-CODIGO.
           IF WS-STATUS = 51
               ADD 1 TO WS-TENTATIVAS
               DISPLAY "REGISTRO EM USO POR OUTRO OPERADOR - "
                   "AGUARDANDO"
               CALL "C$SLEEP" USING CONST-SEGUNDOS-ESPERA
           END-IF.

       VERIFICAR-STATUS.

           IF WS-STATUS NOT = 00 AND WS-STATUS NOT = 02
               DISPLAY "ERRO DE E/S EM " WS-OPERACAO
               DISPLAY "FILE STATUS: " WS-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       END PROGRAM CADEMNT.
