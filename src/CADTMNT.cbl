      *> same shape CADMENU itself has. Students are never pointed at a
      *> turma that is not registered here - CADVTUR refuses any code
      *> this file does not carry as active.
      *> The same menu keeps the make-up limit the CADCHAM roll applies
      *> to visiting students - how many classes a student may make up
      *> in other turmas per month - on CADCTL.DAT under "LIMREP".
      *> A fee change made here goes on the CADPRC.DAT price history,
      *> in force from the current month, so CADBILL still rates an
      *> earlier month at that month's price; the same menu lists a
      *> turma's price history, readjustments scheduled by CADREAJ
      *> included.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADTMNT.
               RECORD KEY       IS INS-CODIGO
               FILE STATUS      IS WS-STATUS.

           SELECT CADCTL ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS CTL-CHAVE
               LOCK MODE        IS AUTOMATIC
               FILE STATUS      IS WS-STATUS.

           SELECT CADPRC ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS PRC-CHAVE
               LOCK MODE        IS AUTOMATIC
               FILE STATUS      IS WS-STATUS.

       DATA DIVISION.

       FILE SECTION.
           VALUE OF FILE-ID IS "CADINS.DAT".
           COPY CADINSR.

       FD  CADCTL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADCTL.DAT".
           COPY CADCTLR.

       FD  CADPRC
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADPRC.DAT".
           COPY CADPRCR.

       WORKING-STORAGE SECTION.

       01  WS-STATUS PIC 9(02) VALUE ZEROS.
       77  CONST-SEGUNDOS-ESPERA PIC 9(01) VALUE 1.
       01  WS-TENTATIVAS PIC 9(02) VALUE ZEROS.

      *> Monthly make-up limit kept on CADCTL under this key; the roll
      *> assumes the default while no limit was ever set here.
       77  CONST-CHAVE-LIMITE-REPOSICAO PIC X(10) VALUE "LIMREP".
       77  CONST-LIMITE-REPOSICAO-PADRAO PIC 9(02) VALUE 2.
       01  WS-LIMITE-X   PIC X(02).
       01  WS-LIMITE-NUM REDEFINES WS-LIMITE-X PIC 9(02).

      *> Price history: the fee in force this month - the newest
      *> CADPRC line not after it, TUR-MENSALIDADE when the turma has
      *> none - and the first readjustment already scheduled past it.
       01  WS-DATA-ATUAL PIC 9(08).
       01  WS-DATA-ATUAL-R REDEFINES WS-DATA-ATUAL.
           03 WS-ANO-ATUAL PIC 9(04).
           03 WS-MES-ATUAL PIC 9(02).
           03 WS-DIA-ATUAL PIC 9(02).
       01  WS-COMPETENCIA-ATUAL PIC 9(06).
       01  WS-FIM-PRECOS PIC X(01).
           88 FIM-PRECOS     VALUE "S".
           88 NAO-FIM-PRECOS VALUE "N".
       01  WS-MENSALIDADE-VIGENTE PIC 9(05)V99.
       01  WS-PROXIMA-VIGENCIA    PIC 9(06).
       01  WS-LINHAS-HISTORICO    PIC 9(03).
       01  WS-COMPETENCIA-TRAB PIC 9(06).
       01  WS-COMPETENCIA-TRAB-R REDEFINES WS-COMPETENCIA-TRAB.
           03 WS-ANO-COMP-TRAB PIC 9(04).
           03 WS-MES-COMP-TRAB PIC 9(02).
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
       01  WS-COMPETENCIA-EDITADA.
           03 WS-MES-COMP-EDIT PIC 9(02).
           03 FILLER           PIC X(01) VALUE "/".
           03 WS-ANO-COMP-EDIT PIC 9(04).
       77  CONST-ORIGEM-PRECO PIC X(08) VALUE "CADTMNT".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM ABRIR-CADTUR.
           PERFORM ABRIR-CADINS.
           PERFORM ABRIR-CADPRC.

           SET CONTINUAR-MENU TO TRUE.
           PERFORM PROCESSAR-OPCAO UNTIL ENCERRAR-MENU.
               PERFORM VERIFICAR-STATUS
           END-IF.

           CLOSE CADPRC.
           MOVE "FECHAMENTO DE CADPRC" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           GOBACK.

      *> ----------------------------------------------------------------
               PERFORM VERIFICAR-STATUS
           END-IF.

      *> ----------------------------------------------------------------
      *> ABRIR-CADPRC opens the price history for update, created on
      *> first use like the turma master, and takes today's month as
      *> the competence a fee typed here is in force from.
      *> ----------------------------------------------------------------
       ABRIR-CADPRC.

           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
           COMPUTE WS-COMPETENCIA-ATUAL =
               WS-ANO-ATUAL * 100 + WS-MES-ATUAL.

           OPEN I-O CADPRC.
           IF WS-STATUS = 35
               OPEN OUTPUT CADPRC
               MOVE "ABERTURA DE CADPRC (OUTPUT INICIAL)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               CLOSE CADPRC
               MOVE "FECHAMENTO DE CADPRC (INICIAL)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               OPEN I-O CADPRC
           END-IF.
           MOVE "ABERTURA DE CADPRC (I-O)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

       PROCESSAR-OPCAO.

           PERFORM EXIBIR-MENU.
               WHEN 4
                   PERFORM INATIVAR-TURMA
               WHEN 5
                   PERFORM CONFIGURAR-LIMITE-REPOSICAO
               WHEN 6
                   PERFORM LISTAR-HISTORICO-PRECOS
               WHEN 7
                   SET ENCERRAR-MENU TO TRUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           DISPLAY "2. ALTERAR TURMA".
           DISPLAY "3. LISTAR TURMAS".
           DISPLAY "4. INATIVAR TURMA".
           DISPLAY "5. LIMITE MENSAL DE REPOSICOES".
           DISPLAY "6. HISTORICO DE MENSALIDADES".
           DISPLAY "7. VOLTAR".
           DISPLAY "===================================".
           DISPLAY "OPCAO: ".

               MOVE TUR-INSTRUTOR   TO WS-TRB-INSTRUTOR
               MOVE TUR-SALA        TO WS-TRB-SALA
               MOVE TUR-CAPACIDADE  TO WS-TRB-CAPACIDADE
               PERFORM OBTER-MENSALIDADE-VIGENTE
               MOVE WS-MENSALIDADE-VIGENTE TO WS-TRB-MENSALIDADE
               DISPLAY "DESCRICAO ATUAL: " TUR-DESCRICAO
               DISPLAY "DIA/HORARIO ATUAL: " TUR-DIA-SEMANA " "
                   TUR-HORA-INICIO "-" TUR-HORA-FIM
               DISPLAY "INSTRUTOR ATUAL: " TUR-INSTRUTOR
               DISPLAY "SALA ATUAL: " TUR-SALA
               DISPLAY "CAPACIDADE ATUAL: " TUR-CAPACIDADE
               DISPLAY "MENSALIDADE ATUAL: " WS-MENSALIDADE-VIGENTE
               IF WS-PROXIMA-VIGENCIA NOT = ZEROS
                   MOVE WS-PROXIMA-VIGENCIA TO WS-COMPETENCIA-TRAB
                   PERFORM EDITAR-COMPETENCIA
                   DISPLAY "REAJUSTE JA PROGRAMADO A PARTIR DE "
                       WS-COMPETENCIA-EDITADA
                       " - PREVALECE SOBRE A ALTERACAO DAQUI"
               END-IF
               DISPLAY "RESPOSTA VAZIA MANTEM O VALOR ATUAL"
               PERFORM SOLICITAR-ALTERACOES-TURMA
               PERFORM VERIFICAR-CONFLITO-AGENDA
           MOVE WS-CODIGO-DIGITADO TO TUR-CODIGO.
           PERFORM LER-TURMA-COM-ESPERA.
           IF WS-STATUS = 00
               IF WS-TRB-MENSALIDADE NOT = WS-MENSALIDADE-VIGENTE
                   PERFORM REGISTRAR-NOVO-PRECO
               END-IF
               PERFORM APLICAR-DADOS-TURMA
               REWRITE REG-TURMA
               MOVE "REGRAVACAO DE REG-TURMA" TO WS-OPERACAO
                   " INDISPONIVEL - ALTERACAO NAO APLICADA"
           END-IF.

      *> ----------------------------------------------------------------
      *> OBTER-MENSALIDADE-VIGENTE is CADBILL's lookup for the current
      *> month: the turma's price history is walked in competence
      *> order keeping each line's price, and the first line starting
      *> after this month is noted as a readjustment already scheduled.
      *> ----------------------------------------------------------------
       OBTER-MENSALIDADE-VIGENTE.

           MOVE TUR-MENSALIDADE TO WS-MENSALIDADE-VIGENTE.
           MOVE ZEROS TO WS-PROXIMA-VIGENCIA.

           MOVE TUR-CODIGO TO PRC-TURMA.
           MOVE ZEROS TO PRC-COMPETENCIA.
           START CADPRC KEY IS NOT LESS THAN PRC-CHAVE.
           IF WS-STATUS = 00
               SET NAO-FIM-PRECOS TO TRUE
               PERFORM LER-PRECO-VIGENTE UNTIL FIM-PRECOS
           END-IF.
           MOVE ZEROS TO WS-STATUS.

       LER-PRECO-VIGENTE.

           READ CADPRC NEXT RECORD.
           IF WS-STATUS NOT = 00
               OR PRC-TURMA NOT = TUR-CODIGO
               SET FIM-PRECOS TO TRUE
           ELSE
               IF PRC-COMPETENCIA > WS-COMPETENCIA-ATUAL
                   MOVE PRC-COMPETENCIA TO WS-PROXIMA-VIGENCIA
                   SET FIM-PRECOS TO TRUE
               ELSE
                   MOVE PRC-MENSALIDADE TO WS-MENSALIDADE-VIGENTE
               END-IF
           END-IF.

      *> ----------------------------------------------------------------
      *> REGISTRAR-NOVO-PRECO puts the typed fee on the price history
      *> from the current month. A turma's first line is preceded by
      *> one at competence 000000 with the fee it had so far, so the
      *> months already billed keep their price; a second change in
      *> the same month replaces the first.
      *> ----------------------------------------------------------------
       REGISTRAR-NOVO-PRECO.

           MOVE TUR-CODIGO TO PRC-TURMA.
           MOVE ZEROS TO PRC-COMPETENCIA.
           START CADPRC KEY IS NOT LESS THAN PRC-CHAVE.
           IF WS-STATUS = 00
               READ CADPRC NEXT RECORD
           END-IF.
           IF WS-STATUS NOT = 00 OR PRC-TURMA NOT = TUR-CODIGO
               MOVE TUR-CODIGO             TO PRC-TURMA
               MOVE ZEROS                  TO PRC-COMPETENCIA
               MOVE WS-MENSALIDADE-VIGENTE TO PRC-MENSALIDADE
               MOVE WS-DATA-ATUAL          TO PRC-DATA-REGISTRO
               MOVE CONST-ORIGEM-PRECO     TO PRC-ORIGEM
               WRITE REG-PRECO
               MOVE "GRAVACAO DE REG-PRECO (INICIAL)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.
           MOVE ZEROS TO WS-STATUS.

           MOVE TUR-CODIGO           TO PRC-TURMA.
           MOVE WS-COMPETENCIA-ATUAL TO PRC-COMPETENCIA.
           READ CADPRC KEY IS PRC-CHAVE.
           IF WS-STATUS = 00
               MOVE WS-TRB-MENSALIDADE TO PRC-MENSALIDADE
               MOVE WS-DATA-ATUAL      TO PRC-DATA-REGISTRO
               MOVE CONST-ORIGEM-PRECO TO PRC-ORIGEM
               REWRITE REG-PRECO
               MOVE "REGRAVACAO DE REG-PRECO" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           ELSE
               MOVE TUR-CODIGO           TO PRC-TURMA
               MOVE WS-COMPETENCIA-ATUAL TO PRC-COMPETENCIA
               MOVE WS-TRB-MENSALIDADE   TO PRC-MENSALIDADE
               MOVE WS-DATA-ATUAL        TO PRC-DATA-REGISTRO
               MOVE CONST-ORIGEM-PRECO   TO PRC-ORIGEM
               WRITE REG-PRECO
               MOVE "GRAVACAO DE REG-PRECO" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

           MOVE WS-COMPETENCIA-ATUAL TO WS-COMPETENCIA-TRAB.
           PERFORM EDITAR-COMPETENCIA.
           DISPLAY "NOVA MENSALIDADE EM VIGOR A PARTIR DE "
               WS-COMPETENCIA-EDITADA.

       EDITAR-COMPETENCIA.

           MOVE WS-MES-COMP-TRAB TO WS-MES-COMP-EDIT.
           MOVE WS-ANO-COMP-TRAB TO WS-ANO-COMP-EDIT.

       SOLICITAR-ALTERACOES-TURMA.

           DISPLAY "NOVA DESCRICAO: ".
                   " STATUS " TUR-STATUS
           END-IF.

      *> ----------------------------------------------------------------
      *> LISTAR-HISTORICO-PRECOS shows one turma's price history, the
      *> readjustments scheduled for coming months included. A turma
      *> that never changed price has no line - its fee is still the
      *> one registered with it.
      *> ----------------------------------------------------------------
       LISTAR-HISTORICO-PRECOS.

           DISPLAY "CODIGO DA TURMA: ".
           ACCEPT WS-CODIGO-DIGITADO.
           MOVE WS-CODIGO-DIGITADO TO TUR-CODIGO.
           READ CADTUR KEY IS TUR-CODIGO.
           IF WS-STATUS NOT = 00
               MOVE ZEROS TO WS-STATUS
               DISPLAY "TURMA " WS-CODIGO-DIGITADO " NAO ENCONTRADA"
           ELSE
               DISPLAY "TURMA " TUR-CODIGO " " TUR-DESCRICAO
               MOVE ZEROS TO WS-LINHAS-HISTORICO
               MOVE TUR-CODIGO TO PRC-TURMA
               MOVE ZEROS TO PRC-COMPETENCIA
               START CADPRC KEY IS NOT LESS THAN PRC-CHAVE
               IF WS-STATUS = 00
                   SET NAO-FIM-PRECOS TO TRUE
                   PERFORM LISTAR-PROXIMO-PRECO UNTIL FIM-PRECOS
               END-IF
               MOVE ZEROS TO WS-STATUS
               IF WS-LINHAS-HISTORICO = ZEROS
                   DISPLAY "SEM HISTORICO - MENSALIDADE CADASTRADA: "
                       TUR-MENSALIDADE
               END-IF
           END-IF.

       LISTAR-PROXIMO-PRECO.

           READ CADPRC NEXT RECORD.
           IF WS-STATUS NOT = 00
               OR PRC-TURMA NOT = TUR-CODIGO
               SET FIM-PRECOS TO TRUE
           ELSE
               ADD 1 TO WS-LINHAS-HISTORICO
               MOVE PRC-DATA-REGISTRO TO WS-DATA-TRAB
               MOVE WS-DIA-TRAB TO WS-DIA-EDIT
               MOVE WS-MES-TRAB TO WS-MES-EDIT
               MOVE WS-ANO-TRAB TO WS-ANO-EDIT
               IF PRC-COMPETENCIA = ZEROS
                   DISPLAY "VALOR INICIAL      " PRC-MENSALIDADE
                       " REGISTRADO EM " WS-DATA-EDITADA
                       " POR " PRC-ORIGEM
               ELSE
                   MOVE PRC-COMPETENCIA TO WS-COMPETENCIA-TRAB
                   PERFORM EDITAR-COMPETENCIA
                   DISPLAY "A PARTIR DE " WS-COMPETENCIA-EDITADA " "
                       PRC-MENSALIDADE
                       " REGISTRADO EM " WS-DATA-EDITADA
                       " POR " PRC-ORIGEM
               END-IF
           END-IF.

      *> ----------------------------------------------------------------
      *> INATIVAR-TURMA is a logical delete, the same policy CADDEL
      *> applies to students - the record stays so history and reports
               END-IF
           END-IF.

      *> ----------------------------------------------------------------
      *> CONFIGURAR-LIMITE-REPOSICAO shows and changes the monthly
      *> make-up limit on CADCTL, opened around the one read/write the
      *> way CADATST keeps its roll-call policy there. Zero stops
      *> make-ups altogether.
      *> ----------------------------------------------------------------
       CONFIGURAR-LIMITE-REPOSICAO.

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

           MOVE CONST-CHAVE-LIMITE-REPOSICAO TO CTL-CHAVE.
           READ CADCTL KEY IS CTL-CHAVE.
           IF WS-STATUS = 00
               DISPLAY "LIMITE ATUAL: " CTL-ULTIMA-MATRICULA
                   " REPOSICOES POR ALUNO NO MES"
           ELSE
               DISPLAY "LIMITE ATUAL: " CONST-LIMITE-REPOSICAO-PADRAO
                   " REPOSICOES POR ALUNO NO MES (PADRAO)"
           END-IF.

           DISPLAY "NOVO LIMITE (2 DIGITOS, VAZIO MANTEM): ".
           ACCEPT WS-LIMITE-X.
           IF WS-LIMITE-X NOT = SPACES
               IF WS-LIMITE-X IS NOT NUMERIC
                   DISPLAY "LIMITE INVALIDO - NADA ALTERADO"
               ELSE
                   PERFORM GRAVAR-LIMITE-REPOSICAO
               END-IF
           END-IF.

           CLOSE CADCTL.
           MOVE "FECHAMENTO DE CADCTL" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

       GRAVAR-LIMITE-REPOSICAO.

           IF WS-STATUS = 23
               MOVE CONST-CHAVE-LIMITE-REPOSICAO TO CTL-CHAVE
               MOVE WS-LIMITE-NUM TO CTL-ULTIMA-MATRICULA
               WRITE REG-CONTROLE
               MOVE "GRAVACAO DE REG-CONTROLE (LIMREP)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           ELSE
               MOVE "LEITURA DE REG-CONTROLE (LIMREP)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               MOVE WS-LIMITE-NUM TO CTL-ULTIMA-MATRICULA
               REWRITE REG-CONTROLE
               MOVE "REGRAVACAO DE REG-CONTROLE (LIMREP)" TO
                   WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.
           DISPLAY "LIMITE DE REPOSICOES ATUALIZADO".

      *> ----------------------------------------------------------------
      *> LER-TURMA-COM-ESPERA reads the turma for update, waiting
      *> politely - up to CONST-MAX-ESPERAS tries, one second apart,
