      *> CADREM.TXT - payer name resolved on the master, due date and
      *> amount straight off the charge - framed by a header and a
      *> trailer with the count and total, the same type-code-in-
      *> column-1 convention the CADALU.REL extract uses. The amount
      *> billed is what the charge still owes - COB-VALOR plus the mora
      *> less whatever a short payment or the student's credit already
      *> paid on it - and a charge that owes nothing is not sent.
      *>
      *> The companion CADRET batch settles the charges the bank's
      *> retorno file reports as paid.
      *>
      *> The competence comes off the command line as AAAAMM; when it
      *> is absent the current month is sent.
      *>
      *> With FAMILIA after the competence, the charges of children who
      *> share a responsible payer (CPF-RESP-ALU) go to the bank as one
      *> consolidated slip instead of one slip per charge: the slip is
      *> numbered off the "ULTGRP" control record, the charges it
      *> stands for are recorded on CADGRP.DAT for CADRET to split the
      *> payment back across, and CADFAM.RPT gets the slip's breakdown
      *> page - each child, turma, due date and amount - to go out with
      *> it. The charges are gathered through a SORT on payer and due
      *> date, the one-pass SORT CADRPT14 runs for its statements. An
      *> adult student, a payer with a single charge in the month and
      *> whatever does not fit on one breakdown page still go as
      *> ordinary lines. Running FAMILIA again for the same competence
      *> reissues the slips and retires the earlier ones.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADREM.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS.

      *> The FAMILIA option's files: the slip register, the guardian
      *> master for the payer's name, the "ULTGRP" slip sequence and
      *> the breakdown pages.
           SELECT CADGRP ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS GRP-CHAVE
               FILE STATUS      IS WS-STATUS.

           SELECT CADRSP ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS RSP-CPF
               FILE STATUS      IS WS-STATUS.

           SELECT CADCTL ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS CTL-CHAVE
               LOCK MODE        IS AUTOMATIC
               FILE STATUS      IS WS-STATUS.

           SELECT RELFAM ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS.

           SELECT SORT-REM ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.
           VALUE OF FILE-ID IS "CADREM.TXT".
       01  LINHA-REMESSA PIC X(80).

       FD  CADGRP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADGRP.DAT".
           COPY CADGRPR.

       FD  CADRSP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADRSP.DAT".
           COPY CADRSPR.

       FD  CADCTL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADCTL.DAT".
           COPY CADCTLR.

       FD  RELFAM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADFAM.RPT".
       01  LINHA-RELATORIO PIC X(80).

      *> One open charge of the competence, tagged with the payer it
      *> will be billed to - zeros for an adult student - so the sort
      *> brings a family's charges together, oldest due date first.
       SD  SORT-REM.
       01  SRT-COBRANCA.
           03 SRT-CPF-RESP     PIC 9(11).
           03 SRT-VENCIMENTO   PIC 9(08).
           03 SRT-MATRICULA    PIC 9(05).
           03 SRT-COMPETENCIA  PIC 9(06).
           03 SRT-TURMA        PIC X(06).
           03 SRT-NOME         PIC X(45).
           03 SRT-VALOR        PIC 9(05)V99.

       WORKING-STORAGE SECTION.

       01  WS-STATUS PIC 9(02) VALUE ZEROS.
       01  WS-COMANDO-COMPLETO PIC X(40).
       01  WS-COMPETENCIA-X PIC X(06).
       01  WS-COMPETENCIA   PIC 9(06).
       01  WS-OPCAO-X       PIC X(08).

       01  WS-MODO PIC X(01).
           88 MODO-FAMILIA    VALUE "F".
           88 MODO-INDIVIDUAL VALUE "I".

       01  WS-FIM-ARQUIVO PIC X(01).
           88 FIM-ARQUIVO     VALUE "S".
           88 NAO-FIM-ARQUIVO VALUE "N".

       01  WS-FIM-RETORNO PIC X(01).
           88 FIM-RETORNO     VALUE "S".
           88 NAO-FIM-RETORNO VALUE "N".

       01  WS-ENVIADAS PIC 9(05) VALUE ZEROS.
       01  WS-SALDO-COBRANCA PIC 9(06)V99.
       01  WS-VALOR-TOTAL PIC 9(09)V99 VALUE ZEROS.

       01  WS-DATA-ATUAL PIC 9(08).
           03 LH-DATA-GERACAO PIC 9(08).
           03 FILLER          PIC X(58) VALUE SPACES.

      *> A consolidated slip goes out on the same "1" line, with the
      *> slip number where the matricula goes, "GRUPO " as the turma
      *> and the payer's name - the bank echoes all three back on the
      *> retorno.
       01  LINHA-REM-DETALHE.
           03 FILLER          PIC X(01) VALUE "1".
           03 LD-MATRICULA    PIC 9(05).
           03 LT-VALOR-TOTAL  PIC 9(09)V99.
           03 FILLER          PIC X(63) VALUE SPACES.

       77  CONST-TURMA-GRUPO PIC X(06) VALUE "GRUPO ".

      *> A family's charges of the month, gathered off the sort until
      *> the payer changes. Twelve is what one breakdown page holds; a
      *> charge beyond it goes to the bank as an ordinary line.
       77  CONST-MAX-ITENS PIC 9(02) VALUE 12.
       01  WS-TOTAL-ITENS PIC 9(02) VALUE ZEROS.
       01  WS-INDICE PIC 9(02).
       01  TABELA-ITENS.
           03 ITEM-OCORRENCIA OCCURS 12 TIMES.
              05 TBI-MATRICULA   PIC 9(05).
              05 TBI-COMPETENCIA PIC 9(06).
              05 TBI-TURMA       PIC X(06).
              05 TBI-NOME        PIC X(45).
              05 TBI-VENCIMENTO  PIC 9(08).
              05 TBI-VALOR       PIC 9(05)V99.
       01  WS-CPF-CORRENTE PIC 9(11) VALUE ZEROS.

       01  WS-TEM-RESPONSAVEIS PIC X(01).
           88 TEM-RESPONSAVEIS     VALUE "S".
           88 NAO-TEM-RESPONSAVEIS VALUE "N".

       01  WS-NUMERO-GRUPO PIC 9(05).
       01  WS-VALOR-GRUPO  PIC 9(05)V99.
       01  WS-NOME-RESPONSAVEL PIC X(45).
       01  WS-BOLETOS-FAMILIA PIC 9(05) VALUE ZEROS.
       01  WS-COBRANCAS-AGRUPADAS PIC 9(05) VALUE ZEROS.
       01  WS-ITENS-SUBSTITUIDOS PIC 9(05) VALUE ZEROS.
       01  WS-NUMERO-PAGINA PIC 9(04) VALUE ZEROS.

      *> The "ULTGRP" counter is shared with nobody but this batch,
      *> yet it lives on the same CADCTL.DAT the desks update - the
      *> wait CADPAG does on a busy control record.
       77  CONST-MAX-ESPERAS PIC 9(02) VALUE 5.
       77  CONST-SEGUNDOS-ESPERA PIC 9(01) VALUE 1.
       01  WS-TENTATIVAS PIC 9(02) VALUE ZEROS.

       01  WS-DATA-EDICAO PIC 9(08).
       01  WS-DATA-EDICAO-R REDEFINES WS-DATA-EDICAO.
           03 WS-ANO-EDICAO PIC 9(04).
           03 WS-MES-EDICAO PIC 9(02).
           03 WS-DIA-EDICAO PIC 9(02).

      *> Breakdown page of a consolidated slip, one page per slip.
       01  LINHA-DEM-CABECALHO.
           03 FILLER          PIC X(28) VALUE
               "BOLETO CONSOLIDADO - FAMILIA".
           03 FILLER          PIC X(08) VALUE "  DATA: ".
           03 LDC-DIA         PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LDC-MES         PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LDC-ANO         PIC 9(04).
           03 FILLER          PIC X(09) VALUE "  PAGINA ".
           03 LDC-PAGINA      PIC ZZZ9.
           03 FILLER          PIC X(21) VALUE SPACES.

       01  LINHA-DEM-BOLETO.
           03 FILLER          PIC X(10) VALUE "BOLETO NR ".
           03 LDB-NUMERO      PIC 9(05).
           03 FILLER          PIC X(14) VALUE "  COMPETENCIA ".
           03 LDB-COMPETENCIA PIC 9(06).
           03 FILLER          PIC X(13) VALUE "  VENCIMENTO ".
           03 LDB-DIA         PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LDB-MES         PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LDB-ANO         PIC 9(04).
           03 FILLER          PIC X(22) VALUE SPACES.

       01  LINHA-DEM-RESPONSAVEL.
           03 FILLER          PIC X(13) VALUE "RESPONSAVEL: ".
           03 LDR-NOME        PIC X(45).
           03 FILLER          PIC X(06) VALUE "  CPF ".
           03 LDR-CPF         PIC 9(11).
           03 FILLER          PIC X(05) VALUE SPACES.

       01  LINHA-DEM-COLUNAS.
           03 FILLER          PIC X(07) VALUE "MATR.".
           03 FILLER          PIC X(37) VALUE "ALUNO".
           03 FILLER          PIC X(08) VALUE "TURMA".
           03 FILLER          PIC X(12) VALUE "VENCIMENTO".
           03 FILLER          PIC X(09) VALUE "    VALOR".
           03 FILLER          PIC X(07) VALUE SPACES.

       01  LINHA-DEM-ITEM.
           03 LDI-MATRICULA   PIC 9(05).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LDI-NOME        PIC X(35).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LDI-TURMA       PIC X(06).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LDI-DIA         PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LDI-MES         PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LDI-ANO         PIC 9(04).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LDI-VALOR       PIC ZZ.ZZ9,99.
           03 FILLER          PIC X(07) VALUE SPACES.

       01  LINHA-DEM-TOTAL.
           03 FILLER          PIC X(46) VALUE SPACES.
           03 FILLER          PIC X(18) VALUE "TOTAL DO BOLETO:".
           03 LDT-VALOR       PIC ZZ.ZZ9,99.
           03 FILLER          PIC X(07) VALUE SPACES.

       01  LINHA-DEM-NOTA.
           03 LDN-TEXTO       PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE "GRAVACAO DE CABECALHO DE REMESSA" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           IF MODO-FAMILIA
               PERFORM SUBSTITUIR-BOLETOS-ANTERIORES
               PERFORM AGRUPAR-COBRANCAS
           ELSE
               SET NAO-FIM-ARQUIVO TO TRUE
               PERFORM LER-PROXIMA-COBRANCA UNTIL FIM-ARQUIVO
           END-IF.

           MOVE WS-ENVIADAS    TO LT-QUANTIDADE.
           MOVE WS-VALOR-TOTAL TO LT-VALOR-TOTAL.

           DISPLAY "REMESSA DA COMPETENCIA " WS-COMPETENCIA
               " GERADA COM " WS-ENVIADAS " COBRANCAS".
           IF MODO-FAMILIA
               DISPLAY "BOLETOS DE FAMILIA:      " WS-BOLETOS-FAMILIA
                   " (" WS-COBRANCAS-AGRUPADAS " COBRANCAS AGRUPADAS)"
               DISPLAY "LINHAS DE BOLETOS ANTERIORES SUBSTITUIDAS: "
                   WS-ITENS-SUBSTITUIDOS
           END-IF.

           STOP RUN.


           ACCEPT WS-COMANDO-COMPLETO FROM COMMAND-LINE.
           UNSTRING WS-COMANDO-COMPLETO DELIMITED BY SPACE
               INTO WS-COMPETENCIA-X WS-OPCAO-X.
           IF WS-COMPETENCIA-X = SPACES
               COMPUTE WS-COMPETENCIA =
                   WS-ANO-ATUAL * 100 + WS-MES-ATUAL
               MOVE WS-COMPETENCIA-X TO WS-COMPETENCIA
           END-IF.

           EVALUATE WS-OPCAO-X
               WHEN SPACES
                   SET MODO-INDIVIDUAL TO TRUE
               WHEN "FAMILIA"
                   SET MODO-FAMILIA TO TRUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA: " WS-OPCAO-X
                       " - USE CADREM AAAAMM [FAMILIA]"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           OPEN INPUT CADCOB.
           IF WS-STATUS = 35
               DISPLAY "CADCOB.DAT NAO ENCONTRADO - ABRA A "
           MOVE "ABERTURA DE ARQREM (OUTPUT)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           IF MODO-FAMILIA
               PERFORM ABRIR-ARQUIVOS-FAMILIA
           END-IF.

      *> ----------------------------------------------------------------
      *> ABRIR-ARQUIVOS-FAMILIA opens the slip register for update -
      *> created on the first FAMILIA run - and the breakdown report.
      *> Without a guardian master the slip still goes out, under the
      *> payer's CPF instead of a name.
      *> ----------------------------------------------------------------
       ABRIR-ARQUIVOS-FAMILIA.

           OPEN I-O CADGRP.
           IF WS-STATUS = 35
               OPEN OUTPUT CADGRP
               MOVE "ABERTURA DE CADGRP (OUTPUT INICIAL)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               CLOSE CADGRP
               MOVE "FECHAMENTO DE CADGRP (INICIAL)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               OPEN I-O CADGRP
           END-IF.
           MOVE "ABERTURA DE CADGRP (I-O)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           SET TEM-RESPONSAVEIS TO TRUE.
           OPEN INPUT CADRSP.
           IF WS-STATUS = 35
               SET NAO-TEM-RESPONSAVEIS TO TRUE
               MOVE ZEROS TO WS-STATUS
           ELSE
               MOVE "ABERTURA DE CADRSP (INPUT)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

           OPEN OUTPUT RELFAM.
           MOVE "ABERTURA DE RELFAM (OUTPUT)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

       LER-PROXIMA-COBRANCA.

           READ CADCOB NEXT RECORD.
               SET FIM-ARQUIVO TO TRUE
           ELSE
               IF COB-ABERTA AND COB-COMPETENCIA = WS-COMPETENCIA
                   PERFORM CALCULAR-SALDO-COBRANCA
                   IF WS-SALDO-COBRANCA > ZEROS
                       PERFORM GRAVAR-LINHA-REMESSA
                   END-IF
               END-IF
           END-IF.

           MOVE COB-COMPETENCIA     TO LD-COMPETENCIA.
           MOVE COB-TURMA           TO LD-TURMA.
           MOVE COB-DATA-VENCIMENTO TO LD-VENCIMENTO.
           MOVE WS-SALDO-COBRANCA   TO LD-VALOR.

           PERFORM ESCREVER-LINHA-DETALHE.

      *> What the charge still owes, the way CADRPT04 works it out.
       CALCULAR-SALDO-COBRANCA.

           IF COB-VALOR + COB-MULTA + COB-JUROS > COB-VALOR-PAGO
               COMPUTE WS-SALDO-COBRANCA =
                   COB-VALOR + COB-MULTA + COB-JUROS - COB-VALOR-PAGO
           ELSE
               MOVE ZEROS TO WS-SALDO-COBRANCA
           END-IF.

       ESCREVER-LINHA-DETALHE.

           WRITE LINHA-REMESSA FROM LINHA-REM-DETALHE.
           MOVE "GRAVACAO DE LINHA DE REMESSA" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           ADD 1 TO WS-ENVIADAS.
           ADD LD-VALOR TO WS-VALOR-TOTAL.

      *> ----------------------------------------------------------------
      *> SUBSTITUIR-BOLETOS-ANTERIORES retires the slips an earlier
      *> FAMILIA run issued for this competence and nobody has paid
      *> yet - this run sends the whole competence again, so the old
      *> numbers must not settle anything any more.
      *> ----------------------------------------------------------------
       SUBSTITUIR-BOLETOS-ANTERIORES.

           MOVE ZEROS TO GRP-NUMERO.
           MOVE ZEROS TO GRP-DATA-VENCIMENTO.
           MOVE ZEROS TO GRP-MATRICULA.
           MOVE ZEROS TO GRP-COMPETENCIA.
           MOVE SPACES TO GRP-TURMA.
           START CADGRP KEY IS NOT LESS THAN GRP-CHAVE.
           IF WS-STATUS = 00
               SET NAO-FIM-ARQUIVO TO TRUE
               PERFORM SUBSTITUIR-PROXIMO-ITEM UNTIL FIM-ARQUIVO
           END-IF.
           MOVE ZEROS TO WS-STATUS.

       SUBSTITUIR-PROXIMO-ITEM.

           READ CADGRP NEXT RECORD.
           IF WS-STATUS NOT = 00
               SET FIM-ARQUIVO TO TRUE
           ELSE
               IF GRP-COMPETENCIA = WS-COMPETENCIA AND GRP-EMITIDO
                   SET GRP-SUBSTITUIDO TO TRUE
                   REWRITE REG-GRUPO
                   MOVE "REGRAVACAO DE REG-GRUPO (SUBSTITUIDO)" TO
                       WS-OPERACAO
                   PERFORM VERIFICAR-STATUS
                   ADD 1 TO WS-ITENS-SUBSTITUIDOS
               END-IF
           END-IF.

      *> ----------------------------------------------------------------
      *> AGRUPAR-COBRANCAS runs the competence through the SORT: the
      *> input procedure tags each open charge with its payer, the
      *> output procedure issues a slip per family.
      *> ----------------------------------------------------------------
       AGRUPAR-COBRANCAS.

           SORT SORT-REM
               ON ASCENDING KEY SRT-CPF-RESP SRT-VENCIMENTO
                                SRT-MATRICULA SRT-TURMA
               INPUT PROCEDURE IS SELECIONAR-COBRANCAS
               OUTPUT PROCEDURE IS EMITIR-BOLETOS.

           IF SORT-RETURN NOT = 0
               DISPLAY "ERRO NA ORDENACAO DAS COBRANCAS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> ----------------------------------------------------------------
      *> OBTER-PROXIMO-GRUPO hands out the next slip number off the
      *> "ULTGRP" control record, the way CADPAG numbers a receipt off
      *> "ULTRCB" - created on the first slip ever issued.
      *> ----------------------------------------------------------------
       OBTER-PROXIMO-GRUPO.

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

           MOVE "ULTGRP" TO CTL-CHAVE.
           PERFORM LER-CONTROLE-COM-ESPERA.
           IF WS-STATUS = 51
               DISPLAY "CONTROLE DE BOLETO AINDA EM USO - RODE O "
                   "CADREM NOVAMENTE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-STATUS = 23
               MOVE "ULTGRP" TO CTL-CHAVE
               MOVE ZEROS TO CTL-ULTIMA-MATRICULA
               WRITE REG-CONTROLE
               MOVE "GRAVACAO DE REG-CONTROLE (ULTGRP INICIAL)" TO
                   WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           ELSE
               MOVE "LEITURA DE REG-CONTROLE (ULTGRP)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

           ADD 1 TO CTL-ULTIMA-MATRICULA.
           MOVE CTL-ULTIMA-MATRICULA TO WS-NUMERO-GRUPO.

           REWRITE REG-CONTROLE.
           MOVE "REGRAVACAO DE REG-CONTROLE (ULTGRP)" TO WS-OPERACAO.
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
               DISPLAY "REGISTRO DE CONTROLE EM USO POR OUTRO "
                   "OPERADOR - AGUARDANDO"
               CALL "C$SLEEP" USING CONST-SEGUNDOS-ESPERA
           END-IF.

       FECHAR-ARQUIVOS.

           MOVE "FECHAMENTO DE ARQREM" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           IF MODO-FAMILIA
               CLOSE CADGRP
               MOVE "FECHAMENTO DE CADGRP" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               IF TEM-RESPONSAVEIS
                   CLOSE CADRSP
                   MOVE "FECHAMENTO DE CADRSP" TO WS-OPERACAO
                   PERFORM VERIFICAR-STATUS
               END-IF
               CLOSE RELFAM
               MOVE "FECHAMENTO DE RELFAM" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

       VERIFICAR-STATUS.

           IF WS-STATUS NOT = 00 AND WS-STATUS NOT = 02
               STOP RUN
           END-IF.

      *> ----------------------------------------------------------------
      *> SELECIONAR-COBRANCAS is the SORT's input procedure: every
      *> COB-ABERTA charge of the competence that still owes something,
      *> at its open balance, with the student's name and CPF-RESP-ALU
      *> looked up on the master.
      *> ----------------------------------------------------------------
       SELECIONAR-COBRANCAS SECTION.
       SELECIONAR-COBRANCAS-INICIO.

           SET NAO-FIM-ARQUIVO TO TRUE.
           PERFORM LIBERAR-PROXIMA-COBRANCA UNTIL FIM-ARQUIVO.
           GO TO SELECIONAR-COBRANCAS-FIM.

       LIBERAR-PROXIMA-COBRANCA.

           READ CADCOB NEXT RECORD.
           IF WS-STATUS NOT = 00
               SET FIM-ARQUIVO TO TRUE
           ELSE
               IF COB-ABERTA AND COB-COMPETENCIA = WS-COMPETENCIA
                   PERFORM CALCULAR-SALDO-COBRANCA
                   IF WS-SALDO-COBRANCA > ZEROS
                       PERFORM LIBERAR-COBRANCA
                   END-IF
               END-IF
           END-IF.

       LIBERAR-COBRANCA.

           MOVE COB-MATRICULA TO KEY-ALU.
           READ CADALU KEY IS KEY-ALU.
           IF WS-STATUS = 00
               MOVE NOME-ALU     TO SRT-NOME
               MOVE CPF-RESP-ALU TO SRT-CPF-RESP
           ELSE
               MOVE "(NAO ENCONTRADO)" TO SRT-NOME
               MOVE ZEROS TO SRT-CPF-RESP
           END-IF.
           MOVE ZEROS TO WS-STATUS.

           MOVE COB-DATA-VENCIMENTO TO SRT-VENCIMENTO.
           MOVE COB-MATRICULA       TO SRT-MATRICULA.
           MOVE COB-COMPETENCIA     TO SRT-COMPETENCIA.
           MOVE COB-TURMA           TO SRT-TURMA.
           MOVE WS-SALDO-COBRANCA   TO SRT-VALOR.
           RELEASE SRT-COBRANCA.

      *> The GO TO above lands here so the section never falls through
      *> its helper paragraphs after the selection is done.
       SELECIONAR-COBRANCAS-FIM.
           EXIT.

      *> ----------------------------------------------------------------
      *> EMITIR-BOLETOS is the SORT's output procedure. An adult
      *> student's charge goes straight out as an ordinary line; a
      *> payer's charges are held in the table until the payer
      *> changes, then go out as one slip - or as an ordinary line
      *> when there was only the one.
      *> ----------------------------------------------------------------
       EMITIR-BOLETOS SECTION.
       EMITIR-BOLETOS-INICIO.

           MOVE ZEROS TO WS-CPF-CORRENTE.
           MOVE ZEROS TO WS-TOTAL-ITENS.
           SET NAO-FIM-RETORNO TO TRUE.
           PERFORM RETORNAR-PROXIMA-COBRANCA UNTIL FIM-RETORNO.

           PERFORM FECHAR-FAMILIA.
           GO TO EMITIR-BOLETOS-FIM.

       RETORNAR-PROXIMA-COBRANCA.

           RETURN SORT-REM
               AT END
                   SET FIM-RETORNO TO TRUE
               NOT AT END
                   PERFORM TRATAR-COBRANCA-ORDENADA
           END-RETURN.

       TRATAR-COBRANCA-ORDENADA.

           IF SRT-CPF-RESP = ZEROS
               PERFORM GRAVAR-LINHA-ORDENADA
           ELSE
               IF SRT-CPF-RESP NOT = WS-CPF-CORRENTE
                   PERFORM FECHAR-FAMILIA
                   MOVE SRT-CPF-RESP TO WS-CPF-CORRENTE
               END-IF
               IF WS-TOTAL-ITENS < CONST-MAX-ITENS
                   ADD 1 TO WS-TOTAL-ITENS
                   MOVE WS-TOTAL-ITENS TO WS-INDICE
                   MOVE SRT-MATRICULA   TO TBI-MATRICULA(WS-INDICE)
                   MOVE SRT-COMPETENCIA TO TBI-COMPETENCIA(WS-INDICE)
                   MOVE SRT-TURMA       TO TBI-TURMA(WS-INDICE)
                   MOVE SRT-NOME        TO TBI-NOME(WS-INDICE)
                   MOVE SRT-VENCIMENTO  TO TBI-VENCIMENTO(WS-INDICE)
                   MOVE SRT-VALOR       TO TBI-VALOR(WS-INDICE)
               ELSE
                   PERFORM GRAVAR-LINHA-ORDENADA
               END-IF
           END-IF.

       GRAVAR-LINHA-ORDENADA.

           MOVE SRT-MATRICULA   TO LD-MATRICULA.
           MOVE SRT-COMPETENCIA TO LD-COMPETENCIA.
           MOVE SRT-TURMA       TO LD-TURMA.
           MOVE SRT-NOME        TO LD-NOME.
           MOVE SRT-VENCIMENTO  TO LD-VENCIMENTO.
           MOVE SRT-VALOR       TO LD-VALOR.
           PERFORM ESCREVER-LINHA-DETALHE.

       FECHAR-FAMILIA.

           EVALUATE WS-TOTAL-ITENS
               WHEN ZERO
                   CONTINUE
               WHEN 1
                   MOVE TBI-MATRICULA(1)   TO LD-MATRICULA
                   MOVE TBI-COMPETENCIA(1) TO LD-COMPETENCIA
                   MOVE TBI-TURMA(1)       TO LD-TURMA
                   MOVE TBI-NOME(1)        TO LD-NOME
                   MOVE TBI-VENCIMENTO(1)  TO LD-VENCIMENTO
                   MOVE TBI-VALOR(1)       TO LD-VALOR
                   PERFORM ESCREVER-LINHA-DETALHE
               WHEN OTHER
                   PERFORM EMITIR-BOLETO-FAMILIA
           END-EVALUATE.

           MOVE ZEROS TO WS-TOTAL-ITENS.

      *> ----------------------------------------------------------------
      *> EMITIR-BOLETO-FAMILIA numbers the slip, records each of its
      *> charges on CADGRP, sends the slip for the total - due on the
      *> oldest charge's date - and prints its breakdown page.
      *> ----------------------------------------------------------------
       EMITIR-BOLETO-FAMILIA.

           PERFORM OBTER-PROXIMO-GRUPO.

           MOVE ZEROS TO WS-VALOR-GRUPO.
           PERFORM GRAVAR-ITEM-GRUPO VARYING WS-INDICE FROM 1 BY 1
               UNTIL WS-INDICE > WS-TOTAL-ITENS.

           PERFORM BUSCAR-NOME-RESPONSAVEL.

           MOVE WS-NUMERO-GRUPO     TO LD-MATRICULA.
           MOVE WS-COMPETENCIA      TO LD-COMPETENCIA.
           MOVE CONST-TURMA-GRUPO   TO LD-TURMA.
           MOVE WS-NOME-RESPONSAVEL TO LD-NOME.
           MOVE TBI-VENCIMENTO(1)   TO LD-VENCIMENTO.
           MOVE WS-VALOR-GRUPO      TO LD-VALOR.
           PERFORM ESCREVER-LINHA-DETALHE.

           PERFORM IMPRIMIR-DEMONSTRATIVO.

           ADD 1 TO WS-BOLETOS-FAMILIA.
           ADD WS-TOTAL-ITENS TO WS-COBRANCAS-AGRUPADAS.

       GRAVAR-ITEM-GRUPO.

           MOVE WS-NUMERO-GRUPO            TO GRP-NUMERO.
           MOVE TBI-VENCIMENTO(WS-INDICE)  TO GRP-DATA-VENCIMENTO.
           MOVE TBI-MATRICULA(WS-INDICE)   TO GRP-MATRICULA.
           MOVE TBI-COMPETENCIA(WS-INDICE) TO GRP-COMPETENCIA.
           MOVE TBI-TURMA(WS-INDICE)       TO GRP-TURMA.
           MOVE TBI-VALOR(WS-INDICE)       TO GRP-VALOR.
           MOVE WS-DATA-ATUAL              TO GRP-DATA-EMISSAO.
           SET GRP-EMITIDO TO TRUE.

           WRITE REG-GRUPO.
           MOVE "GRAVACAO DE REG-GRUPO" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           ADD TBI-VALOR(WS-INDICE) TO WS-VALOR-GRUPO.

       BUSCAR-NOME-RESPONSAVEL.

           MOVE SPACES TO WS-NOME-RESPONSAVEL.
           IF TEM-RESPONSAVEIS
               MOVE WS-CPF-CORRENTE TO RSP-CPF
               READ CADRSP KEY IS RSP-CPF
               IF WS-STATUS = 00
                   MOVE RSP-NOME TO WS-NOME-RESPONSAVEL
               END-IF
               MOVE ZEROS TO WS-STATUS
           END-IF.
           IF WS-NOME-RESPONSAVEL = SPACES
               MOVE "RESPONSAVEL NAO CADASTRADO" TO WS-NOME-RESPONSAVEL
           END-IF.

      *> ----------------------------------------------------------------
      *> IMPRIMIR-DEMONSTRATIVO prints the slip's breakdown page: the
      *> slip, its payer, one line per child and turma in the order a
      *> partial payment settles them, and the total.
      *> ----------------------------------------------------------------
       IMPRIMIR-DEMONSTRATIVO.

           ADD 1 TO WS-NUMERO-PAGINA.
           MOVE WS-DIA-ATUAL     TO LDC-DIA.
           MOVE WS-MES-ATUAL     TO LDC-MES.
           MOVE WS-ANO-ATUAL     TO LDC-ANO.
           MOVE WS-NUMERO-PAGINA TO LDC-PAGINA.
           WRITE LINHA-RELATORIO FROM LINHA-DEM-CABECALHO.
           MOVE "GRAVACAO DE DEMONSTRATIVO (CABECALHO)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           MOVE WS-NUMERO-GRUPO   TO LDB-NUMERO.
           MOVE WS-COMPETENCIA    TO LDB-COMPETENCIA.
           MOVE TBI-VENCIMENTO(1) TO WS-DATA-EDICAO.
           MOVE WS-DIA-EDICAO     TO LDB-DIA.
           MOVE WS-MES-EDICAO     TO LDB-MES.
           MOVE WS-ANO-EDICAO     TO LDB-ANO.
           WRITE LINHA-RELATORIO FROM LINHA-DEM-BOLETO.
           MOVE "GRAVACAO DE DEMONSTRATIVO (BOLETO)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           MOVE WS-NOME-RESPONSAVEL TO LDR-NOME.
           MOVE WS-CPF-CORRENTE     TO LDR-CPF.
           WRITE LINHA-RELATORIO FROM LINHA-DEM-RESPONSAVEL.
           MOVE "GRAVACAO DE DEMONSTRATIVO (PAGADOR)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           WRITE LINHA-RELATORIO FROM LINHA-DEM-COLUNAS.
           MOVE "GRAVACAO DE DEMONSTRATIVO (COLUNAS)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           PERFORM IMPRIMIR-ITEM-DEMONSTRATIVO VARYING WS-INDICE
               FROM 1 BY 1 UNTIL WS-INDICE > WS-TOTAL-ITENS.

           MOVE WS-VALOR-GRUPO TO LDT-VALOR.
           WRITE LINHA-RELATORIO FROM LINHA-DEM-TOTAL.
           MOVE "GRAVACAO DE DEMONSTRATIVO (TOTAL)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           MOVE "UM PAGAMENTO PARCIAL QUITA PRIMEIRO AS COBRANCAS"
               TO LDN-TEXTO.
           PERFORM IMPRIMIR-NOTA-DEMONSTRATIVO.
           MOVE "DE VENCIMENTO MAIS ANTIGO." TO LDN-TEXTO.
           PERFORM IMPRIMIR-NOTA-DEMONSTRATIVO.

       IMPRIMIR-ITEM-DEMONSTRATIVO.

           MOVE TBI-MATRICULA(WS-INDICE)  TO LDI-MATRICULA.
           MOVE TBI-NOME(WS-INDICE)       TO LDI-NOME.
           MOVE TBI-TURMA(WS-INDICE)      TO LDI-TURMA.
           MOVE TBI-VENCIMENTO(WS-INDICE) TO WS-DATA-EDICAO.
           MOVE WS-DIA-EDICAO             TO LDI-DIA.
           MOVE WS-MES-EDICAO             TO LDI-MES.
           MOVE WS-ANO-EDICAO             TO LDI-ANO.
           MOVE TBI-VALOR(WS-INDICE)      TO LDI-VALOR.

           WRITE LINHA-RELATORIO FROM LINHA-DEM-ITEM.
           MOVE "GRAVACAO DE DEMONSTRATIVO (ITEM)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

       IMPRIMIR-NOTA-DEMONSTRATIVO.

           WRITE LINHA-RELATORIO FROM LINHA-DEM-NOTA.
           MOVE "GRAVACAO DE DEMONSTRATIVO (NOTA)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

      *> The GO TO above lands here so the section never falls through
      *> its helper paragraphs and RETURNs past end of file.
       EMITIR-BOLETOS-FIM.
           EXIT.

       END PROGRAM CADREM.
