      *> ----------------------------------------------------------------
      *> CADIRPF is the annual payment declaration for income-tax
      *> purposes. Every February families ask what they paid the
      *> academy in the prior calendar year; the desk used to add the
      *> receipts up by hand. This totals the receipts issued on
      *> CADRCB.DAT during the base year - voided ones ("X") paid
      *> nothing and stay out - per payer:
      *>   - the guardian (CPF-RESP-ALU, named on CADRSP.DAT) when the
      *>     student has one, so a parent with several children gets a
      *>     single consolidated declaration;
      *>   - the student's own CPF-ALU otherwise.
      *> A student archived to CADHST.DAT during the year is still
      *> found there. A receipt whose payer has no CPF on file cannot
      *> be declared; it is listed on the console for the desk to fix.
      *>
      *> CADIRP.RPT gets one declaration per payer - student names and
      *> the amounts paid month by month (by receipt date), the year's
      *> total and the signature block - and a closing summary page.
      *> CADIRP.TXT carries the same totals for the accountant in the
      *> fixed layout of the CADFEDX submission: a "0" header, one "1"
      *> line per payer and a "9" trailer.
      *>
      *> The receipts go through the SORT in payer/student/month order,
      *> the same one-pass SORT CADRPT14 uses for the statement.
      *>
      *> The base year comes off the command line as AAAA; when it is
      *> absent the previous calendar year is declared.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADIRPF.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT CADRCB ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS RCB-NUMERO
               FILE STATUS      IS WS-STATUS.

           SELECT CADALU ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS KEY-ALU
               ALTERNATE KEY    IS NOME-ALU WITH DUPLICATES
               ALTERNATE KEY    IS CPF-ALU WITH DUPLICATES
               FILE STATUS      IS WS-STATUS.

           SELECT CADHST ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS KEY-ALU-HST
               ALTERNATE KEY    IS NOME-ALU-HST WITH DUPLICATES
               ALTERNATE KEY    IS CPF-ALU-HST WITH DUPLICATES
               FILE STATUS      IS WS-STATUS.

           SELECT CADRSP ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS RSP-CPF
               FILE STATUS      IS WS-STATUS.

           SELECT RELIRP ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS.

           SELECT ARQIRP ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS.

           SELECT SORT-IRP ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.

       FD  CADRCB
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADRCB.DAT".
           COPY CADRCBR.

       FD  CADALU
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADALU.DAT".
           COPY CADREG.

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

       FD  CADRSP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADRSP.DAT".
           COPY CADRSPR.

       FD  RELIRP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADIRP.RPT".
       01  LINHA-RELATORIO PIC X(80).

       FD  ARQIRP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADIRP.TXT".
       01  LINHA-RESUMO-IR PIC X(80).

      *> One issued receipt of the base year, already resolved to its
      *> payer.
       SD  SORT-IRP.
       01  SRT-RECIBO.
           03 SRT-CPF-PAGADOR  PIC 9(11).
           03 SRT-MATRICULA    PIC 9(05).
           03 SRT-MES          PIC 9(02).
           03 SRT-NOME-PAGADOR PIC X(45).
           03 SRT-NOME-ALUNO   PIC X(45).
           03 SRT-VALOR        PIC 9(06)V99.

       WORKING-STORAGE SECTION.

       01  WS-STATUS PIC 9(02) VALUE ZEROS.
       01  WS-OPERACAO PIC X(40).

       01  WS-COMANDO-COMPLETO PIC X(40).
       01  WS-ANO-BASE-X PIC X(04).
       01  WS-ANO-BASE PIC 9(04).

       01  WS-FIM-ARQUIVO PIC X(01).
           88 FIM-ARQUIVO     VALUE "S".
           88 NAO-FIM-ARQUIVO VALUE "N".

       01  WS-FIM-RETORNO PIC X(01).
           88 FIM-RETORNO     VALUE "S".
           88 NAO-FIM-RETORNO VALUE "N".

       01  WS-TEM-RECIBOS PIC X(01).
           88 TEM-RECIBOS VALUE "S".
           88 SEM-RECIBOS VALUE "N".

       01  WS-TEM-HISTORICO PIC X(01).
           88 TEM-HISTORICO VALUE "S".
           88 SEM-HISTORICO VALUE "N".

       01  WS-TEM-RESPONSAVEIS PIC X(01).
           88 TEM-RESPONSAVEIS VALUE "S".
           88 SEM-RESPONSAVEIS VALUE "N".

       01  WS-ALUNO-ENCONTRADO PIC X(01).
           88 ALUNO-ENCONTRADO     VALUE "S".
           88 ALUNO-NAO-ENCONTRADO VALUE "N".

      *> The student behind the receipt, off CADALU or CADHST.
       01  WS-NOME-ALUNO PIC X(45).
       01  WS-CPF-ALUNO PIC 9(11).
       01  WS-CPF-RESPONSAVEL PIC 9(11).

       01  WS-RECIBOS-LIDOS PIC 9(05) VALUE ZEROS.
       01  WS-RECIBOS-DECLARADOS PIC 9(05) VALUE ZEROS.
       01  WS-RECIBOS-SEM-CPF PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-PAGADORES PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-ALUNOS PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-GERAL PIC 9(09)V99 VALUE ZEROS.

      *> Control-break state of the output procedure.
       01  WS-CPF-CORRENTE PIC 9(11) VALUE ZEROS.
       01  WS-NOME-PAGADOR PIC X(45).
       01  WS-MATRICULA-CORRENTE PIC 9(05) VALUE ZEROS.
       01  WS-NOME-ALUNO-CORRENTE PIC X(45).
       01  WS-TOTAL-PAGADOR PIC 9(07)V99.
       01  WS-ALUNOS-PAGADOR PIC 9(02).
       01  WS-RECIBOS-PAGADOR PIC 9(04).
       01  WS-TOTAL-ALUNO PIC 9(07)V99.
       01  TABELA-MESES-ALUNO.
           03 WS-VALOR-MES PIC 9(06)V99 OCCURS 12 TIMES.

       01  WS-INDICE PIC 9(02).
       01  WS-COLUNA PIC 9(02).

       01  TABELA-NOMES-MESES.
           03 FILLER PIC X(36) VALUE
               "JANFEVMARABRMAIJUNJULAGOSETOUTNOVDEZ".
       01  TABELA-NOMES-MESES-R REDEFINES TABELA-NOMES-MESES.
           03 WS-NOME-MES PIC X(03) OCCURS 12 TIMES.

       77  CONST-MAX-LINHAS-PAGINA PIC 9(02) VALUE 20.
       01  WS-NUMERO-PAGINA PIC 9(04) VALUE ZEROS.
       01  WS-LINHAS-PAGINA PIC 9(02) VALUE ZEROS.

       01  WS-DATA-ATUAL PIC 9(08).
       01  WS-DATA-ATUAL-R REDEFINES WS-DATA-ATUAL.
           03 WS-ANO-ATUAL PIC 9(04).
           03 WS-MES-ATUAL PIC 9(02).
           03 WS-DIA-ATUAL PIC 9(02).

       01  LINHA-CABECALHO-1.
           03 FILLER          PIC X(36) VALUE
               "DECLARACAO DE PAGAMENTOS - ANO-BASE ".
           03 LC-ANO-BASE     PIC 9(04).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LC-CONTINUACAO  PIC X(13).
           03 FILLER          PIC X(09) VALUE "  PAGINA ".
           03 LC-PAGINA       PIC ZZZ9.
           03 FILLER          PIC X(12) VALUE SPACES.

       01  LINHA-EM-BRANCO PIC X(80) VALUE SPACES.

       01  LINHA-DECLARACAO-1.
           03 FILLER          PIC X(46) VALUE
               "DECLARAMOS, PARA FINS DE IMPOSTO DE RENDA, QUE".
           03 FILLER          PIC X(34) VALUE SPACES.

       01  LINHA-DECLARACAO-PAGADOR.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LDP-NOME        PIC X(45).
           03 FILLER          PIC X(06) VALUE "  CPF ".
           03 LDP-CPF         PIC 9(11).
           03 FILLER          PIC X(16) VALUE SPACES.

       01  LINHA-DECLARACAO-2.
           03 FILLER          PIC X(34) VALUE
               "PAGOU A ESTA ACADEMIA NO ANO-BASE ".
           03 LD2-ANO-BASE    PIC 9(04).
           03 FILLER          PIC X(42) VALUE
               " OS VALORES ABAIXO, REFERENTES A".
       01  LINHA-DECLARACAO-3.
           03 FILLER          PIC X(58) VALUE
               "MENSALIDADES E SERVICOS DOS ALUNOS RELACIONADOS:".
           03 FILLER          PIC X(22) VALUE SPACES.

       01  LINHA-ALUNO.
           03 FILLER          PIC X(06) VALUE "ALUNO ".
           03 LA-MATRICULA    PIC 9(05).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LA-NOME         PIC X(40).
           03 FILLER          PIC X(14) VALUE "   TOTAL ALUNO".
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LA-TOTAL        PIC Z.ZZZ.ZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACES.

      *> Six months to the line, two lines per student.
       01  LINHA-MESES.
           03 FILLER          PIC X(02).
           03 LM-COLUNA OCCURS 6 TIMES.
              05 LM-NOME      PIC X(03).
              05 LM-SEPARADOR PIC X(01).
              05 LM-VALOR     PIC ZZ.ZZ9,99.

       01  LINHA-TOTAL-PAGADOR.
           03 FILLER          PIC X(26) VALUE
               "TOTAL PAGO NO ANO-BASE:   ".
           03 LTP-TOTAL       PIC Z.ZZZ.ZZ9,99.
           03 FILLER          PIC X(42) VALUE SPACES.

       01  LINHA-ASSINATURA-1.
           03 FILLER          PIC X(40) VALUE
               "________________________________________".
           03 FILLER          PIC X(40) VALUE SPACES.

       01  LINHA-ASSINATURA-2.
           03 FILLER          PIC X(43) VALUE
               "ACADEMIA - SETOR FINANCEIRO     EMITIDA EM ".
           03 LAS-DIA         PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LAS-MES         PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LAS-ANO         PIC 9(04).
           03 FILLER          PIC X(27) VALUE SPACES.

       01  LINHA-RESUMO-TITULO.
           03 FILLER          PIC X(40) VALUE
               "RESUMO DAS DECLARACOES EMITIDAS".
           03 FILLER          PIC X(40) VALUE SPACES.

       01  LINHA-RESUMO-CONTADOR.
           03 LRC-ROTULO      PIC X(40).
           03 LRC-VALOR       PIC ZZZZ9.
           03 FILLER          PIC X(35) VALUE SPACES.

       01  LINHA-RESUMO-TOTAL.
           03 FILLER          PIC X(33) VALUE
               "TOTAL DECLARADO NO ANO-BASE:     ".
           03 LRT-TOTAL       PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(33) VALUE SPACES.

      *> CADIRP.TXT, the accountant's copy: amounts in centavos with
      *> no separators, like every fixed-layout file the academy sends.
       01  LINHA-IRP-CABECALHO.
           03 FILLER          PIC X(01) VALUE "0".
           03 FILLER          PIC X(09) VALUE "DECLARAIR".
           03 LH-ANO-BASE     PIC 9(04).
           03 LH-DATA-GERACAO PIC 9(08).
           03 FILLER          PIC X(58) VALUE SPACES.

       01  LINHA-IRP-DETALHE.
           03 FILLER          PIC X(01) VALUE "1".
           03 LD-CPF          PIC 9(11).
           03 LD-ANO-BASE     PIC 9(04).
           03 LD-ALUNOS       PIC 9(02).
           03 LD-RECIBOS      PIC 9(04).
           03 LD-TOTAL        PIC 9(07)V99.
           03 LD-NOME         PIC X(45).
           03 FILLER          PIC X(04) VALUE SPACES.

       01  LINHA-IRP-RODAPE.
           03 FILLER          PIC X(01) VALUE "9".
           03 LT-QUANTIDADE   PIC 9(05).
           03 LT-TOTAL        PIC 9(09)V99.
           03 FILLER          PIC X(63) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM ABRIR-ARQUIVOS.

           SORT SORT-IRP
               ON ASCENDING KEY SRT-CPF-PAGADOR SRT-MATRICULA SRT-MES
               INPUT PROCEDURE IS COLETAR-RECIBOS
               OUTPUT PROCEDURE IS IMPRIMIR-DECLARACOES.

           IF SORT-RETURN NOT = 0
               DISPLAY "ERRO NA ORDENACAO DOS RECIBOS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM FECHAR-ARQUIVOS.

           DISPLAY "RECIBOS DO ANO-BASE " WS-ANO-BASE " DECLARADOS: "
               WS-RECIBOS-DECLARADOS.
           DISPLAY "DECLARACOES EMITIDAS: " WS-TOTAL-PAGADORES.
           IF WS-RECIBOS-SEM-CPF > ZEROS
               DISPLAY "RECIBOS FORA DA DECLARACAO (PAGADOR SEM CPF): "
                   WS-RECIBOS-SEM-CPF
           END-IF.

           IF WS-TOTAL-PAGADORES = ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

       ABRIR-ARQUIVOS.

           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.

           ACCEPT WS-COMANDO-COMPLETO FROM COMMAND-LINE.
           UNSTRING WS-COMANDO-COMPLETO DELIMITED BY SPACE
               INTO WS-ANO-BASE-X.
           IF WS-ANO-BASE-X = SPACES
               COMPUTE WS-ANO-BASE = WS-ANO-ATUAL - 1
           ELSE
               MOVE WS-ANO-BASE-X TO WS-ANO-BASE
           END-IF.

           OPEN INPUT CADRCB.
           IF WS-STATUS = 35
               SET SEM-RECIBOS TO TRUE
               MOVE ZEROS TO WS-STATUS
               DISPLAY "CADRCB.DAT NAO ENCONTRADO - NENHUM RECIBO A "
                   "DECLARAR"
           ELSE
               MOVE "ABERTURA DE CADRCB (INPUT)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               SET TEM-RECIBOS TO TRUE
           END-IF.

           OPEN INPUT CADALU.
           IF WS-STATUS = 35
               DISPLAY "CADALU.DAT NAO ENCONTRADO - NADA A DECLARAR"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "ABERTURA DE CADALU (INPUT)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           OPEN INPUT CADHST.
           IF WS-STATUS = 35
               SET SEM-HISTORICO TO TRUE
               MOVE ZEROS TO WS-STATUS
           ELSE
               MOVE "ABERTURA DE CADHST (INPUT)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               SET TEM-HISTORICO TO TRUE
           END-IF.

           OPEN INPUT CADRSP.
           IF WS-STATUS = 35
               SET SEM-RESPONSAVEIS TO TRUE
               MOVE ZEROS TO WS-STATUS
           ELSE
               MOVE "ABERTURA DE CADRSP (INPUT)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               SET TEM-RESPONSAVEIS TO TRUE
           END-IF.

           OPEN OUTPUT RELIRP.
           MOVE "ABERTURA DE RELIRP (OUTPUT)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           OPEN OUTPUT ARQIRP.
           MOVE "ABERTURA DE ARQIRP (OUTPUT)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           MOVE WS-ANO-BASE   TO LH-ANO-BASE.
           MOVE WS-DATA-ATUAL TO LH-DATA-GERACAO.
           WRITE LINHA-RESUMO-IR FROM LINHA-IRP-CABECALHO.
           MOVE "GRAVACAO DE CABECALHO (CADIRP.TXT)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

       FECHAR-ARQUIVOS.

           MOVE WS-TOTAL-PAGADORES TO LT-QUANTIDADE.
           MOVE WS-TOTAL-GERAL     TO LT-TOTAL.
           WRITE LINHA-RESUMO-IR FROM LINHA-IRP-RODAPE.
           MOVE "GRAVACAO DE RODAPE (CADIRP.TXT)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           IF TEM-RECIBOS
               CLOSE CADRCB
               MOVE "FECHAMENTO DE CADRCB" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

           CLOSE CADALU.
           MOVE "FECHAMENTO DE CADALU" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           IF TEM-HISTORICO
               CLOSE CADHST
               MOVE "FECHAMENTO DE CADHST" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

           IF TEM-RESPONSAVEIS
               CLOSE CADRSP
               MOVE "FECHAMENTO DE CADRSP" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

           CLOSE RELIRP.
           MOVE "FECHAMENTO DE RELIRP" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           CLOSE ARQIRP.
           MOVE "FECHAMENTO DE ARQIRP" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

       VERIFICAR-STATUS.

           IF WS-STATUS NOT = 00 AND WS-STATUS NOT = 02
               DISPLAY "ERRO DE E/S EM " WS-OPERACAO
               DISPLAY "FILE STATUS: " WS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> ----------------------------------------------------------------
      *> COLETAR-RECIBOS is the SORT's input procedure: every receipt
      *> issued in the base year and still standing is resolved to its
      *> payer and RELEASEd.
      *> ----------------------------------------------------------------
       COLETAR-RECIBOS SECTION.
       COLETAR-RECIBOS-INICIO.

           IF TEM-RECIBOS
               MOVE ZEROS TO RCB-NUMERO
               START CADRCB KEY IS NOT LESS THAN RCB-NUMERO
               IF WS-STATUS = 00
                   SET NAO-FIM-ARQUIVO TO TRUE
                   PERFORM LIBERAR-RECIBO UNTIL FIM-ARQUIVO
               END-IF
               MOVE ZEROS TO WS-STATUS
           END-IF.
           GO TO COLETAR-RECIBOS-FIM.

       LIBERAR-RECIBO.

           READ CADRCB NEXT RECORD.
           IF WS-STATUS NOT = 00
               SET FIM-ARQUIVO TO TRUE
           ELSE
               ADD 1 TO WS-RECIBOS-LIDOS
               IF RCB-EMITIDO AND RCB-DATA(1:4) = WS-ANO-BASE
                   PERFORM RESOLVER-PAGADOR
               END-IF
           END-IF.

      *> ----------------------------------------------------------------
      *> RESOLVER-PAGADOR finds the student on the master (or, if the
      *> student has since been archived, on CADHST) and picks who
      *> paid: the guardian when there is one, the student otherwise.
      *> ----------------------------------------------------------------
       RESOLVER-PAGADOR.

           SET ALUNO-NAO-ENCONTRADO TO TRUE.
           MOVE RCB-NOME TO WS-NOME-ALUNO.
           MOVE ZEROS TO WS-CPF-ALUNO.
           MOVE ZEROS TO WS-CPF-RESPONSAVEL.

           MOVE RCB-MATRICULA TO KEY-ALU.
           READ CADALU KEY IS KEY-ALU.
           IF WS-STATUS = 00
               SET ALUNO-ENCONTRADO TO TRUE
               MOVE NOME-ALU     TO WS-NOME-ALUNO
               MOVE CPF-ALU      TO WS-CPF-ALUNO
               MOVE CPF-RESP-ALU TO WS-CPF-RESPONSAVEL
           END-IF.

           IF ALUNO-NAO-ENCONTRADO AND TEM-HISTORICO
               MOVE RCB-MATRICULA TO KEY-ALU-HST
               READ CADHST KEY IS KEY-ALU-HST
               IF WS-STATUS = 00
                   SET ALUNO-ENCONTRADO TO TRUE
                   MOVE NOME-ALU-HST     TO WS-NOME-ALUNO
                   MOVE CPF-ALU-HST      TO WS-CPF-ALUNO
                   MOVE CPF-RESP-ALU-HST TO WS-CPF-RESPONSAVEL
               END-IF
           END-IF.
           MOVE ZEROS TO WS-STATUS.

           MOVE RCB-MATRICULA TO SRT-MATRICULA.
           MOVE RCB-DATA(5:2) TO SRT-MES.
           MOVE WS-NOME-ALUNO TO SRT-NOME-ALUNO.
           MOVE RCB-VALOR     TO SRT-VALOR.

           IF WS-CPF-RESPONSAVEL NOT = ZEROS
               MOVE WS-CPF-RESPONSAVEL TO SRT-CPF-PAGADOR
               MOVE "(RESPONSAVEL NAO CADASTRADO)" TO SRT-NOME-PAGADOR
               IF TEM-RESPONSAVEIS
                   MOVE WS-CPF-RESPONSAVEL TO RSP-CPF
                   READ CADRSP KEY IS RSP-CPF
                   IF WS-STATUS = 00
                       MOVE RSP-NOME TO SRT-NOME-PAGADOR
                   END-IF
                   MOVE ZEROS TO WS-STATUS
               END-IF
           ELSE
               MOVE WS-CPF-ALUNO  TO SRT-CPF-PAGADOR
               MOVE WS-NOME-ALUNO TO SRT-NOME-PAGADOR
           END-IF.

           IF SRT-CPF-PAGADOR = ZEROS
               ADD 1 TO WS-RECIBOS-SEM-CPF
               DISPLAY "RECIBO " RCB-NUMERO " MATRICULA " RCB-MATRICULA
                   " - PAGADOR SEM CPF, FORA DA DECLARACAO"
           ELSE
               RELEASE SRT-RECIBO
               ADD 1 TO WS-RECIBOS-DECLARADOS
           END-IF.

      *> The GO TO above lands here so the section never falls through
      *> its helper paragraphs after the gathering is done.
       COLETAR-RECIBOS-FIM.
           EXIT.

      *> ----------------------------------------------------------------
      *> IMPRIMIR-DECLARACOES is the SORT's output procedure: a new
      *> declaration at every change of payer CPF, one block per
      *> student of the payer with the month-by-month amounts, the
      *> payer's total and signature, and the summary page at the end.
      *> ----------------------------------------------------------------
       IMPRIMIR-DECLARACOES SECTION.
       IMPRIMIR-DECLARACOES-INICIO.

           SET NAO-FIM-RETORNO TO TRUE.
           PERFORM RETORNAR-PROXIMO-RECIBO UNTIL FIM-RETORNO.

           IF WS-CPF-CORRENTE NOT = ZEROS
               PERFORM FECHAR-ALUNO
               PERFORM FECHAR-PAGADOR
           END-IF.

           PERFORM IMPRIMIR-RESUMO.
           GO TO IMPRIMIR-DECLARACOES-FIM.

       RETORNAR-PROXIMO-RECIBO.

           RETURN SORT-IRP
               AT END
                   SET FIM-RETORNO TO TRUE
               NOT AT END
                   PERFORM TRATAR-RECIBO
           END-RETURN.

       TRATAR-RECIBO.

           IF SRT-CPF-PAGADOR NOT = WS-CPF-CORRENTE
               IF WS-CPF-CORRENTE NOT = ZEROS
                   PERFORM FECHAR-ALUNO
                   PERFORM FECHAR-PAGADOR
               END-IF
               PERFORM ABRIR-PAGADOR
               PERFORM ABRIR-ALUNO
           ELSE
               IF SRT-MATRICULA NOT = WS-MATRICULA-CORRENTE
                   PERFORM FECHAR-ALUNO
                   PERFORM ABRIR-ALUNO
               END-IF
           END-IF.

           ADD SRT-VALOR TO WS-VALOR-MES(SRT-MES).
           ADD SRT-VALOR TO WS-TOTAL-ALUNO.
           ADD SRT-VALOR TO WS-TOTAL-PAGADOR.
           ADD 1 TO WS-RECIBOS-PAGADOR.

       ABRIR-PAGADOR.

           MOVE SRT-CPF-PAGADOR  TO WS-CPF-CORRENTE.
           MOVE SRT-NOME-PAGADOR TO WS-NOME-PAGADOR.
           MOVE ZEROS TO WS-TOTAL-PAGADOR.
           MOVE ZEROS TO WS-ALUNOS-PAGADOR.
           MOVE ZEROS TO WS-RECIBOS-PAGADOR.
           ADD 1 TO WS-TOTAL-PAGADORES.

           MOVE SPACES TO LC-CONTINUACAO.
           PERFORM QUEBRAR-PAGINA.

           WRITE LINHA-RELATORIO FROM LINHA-EM-BRANCO.
           WRITE LINHA-RELATORIO FROM LINHA-DECLARACAO-1.
           MOVE WS-NOME-PAGADOR TO LDP-NOME.
           MOVE WS-CPF-CORRENTE TO LDP-CPF.
           WRITE LINHA-RELATORIO FROM LINHA-DECLARACAO-PAGADOR.
           MOVE WS-ANO-BASE TO LD2-ANO-BASE.
           WRITE LINHA-RELATORIO FROM LINHA-DECLARACAO-2.
           WRITE LINHA-RELATORIO FROM LINHA-DECLARACAO-3.
           WRITE LINHA-RELATORIO FROM LINHA-EM-BRANCO.
           MOVE "GRAVACAO DO TEXTO DA DECLARACAO" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.
           ADD 6 TO WS-LINHAS-PAGINA.

       ABRIR-ALUNO.

           MOVE SRT-MATRICULA  TO WS-MATRICULA-CORRENTE.
           MOVE SRT-NOME-ALUNO TO WS-NOME-ALUNO-CORRENTE.
           MOVE ZEROS TO WS-TOTAL-ALUNO.
           MOVE ZEROS TO TABELA-MESES-ALUNO.
           ADD 1 TO WS-ALUNOS-PAGADOR.
           ADD 1 TO WS-TOTAL-ALUNOS.

      *> ----------------------------------------------------------------
      *> FECHAR-ALUNO prints the student's three-line block; a block
      *> that would not fit goes to a continuation page of the same
      *> declaration.
      *> ----------------------------------------------------------------
       FECHAR-ALUNO.

           IF WS-LINHAS-PAGINA + 3 > CONST-MAX-LINHAS-PAGINA
               PERFORM CONTINUAR-DECLARACAO
           END-IF.

           MOVE WS-MATRICULA-CORRENTE  TO LA-MATRICULA.
           MOVE WS-NOME-ALUNO-CORRENTE TO LA-NOME.
           MOVE WS-TOTAL-ALUNO         TO LA-TOTAL.
           WRITE LINHA-RELATORIO FROM LINHA-ALUNO.
           MOVE "GRAVACAO DE LINHA DO ALUNO" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           MOVE 1 TO WS-INDICE.
           PERFORM IMPRIMIR-LINHA-MESES.
           MOVE 7 TO WS-INDICE.
           PERFORM IMPRIMIR-LINHA-MESES.
           ADD 3 TO WS-LINHAS-PAGINA.

      *> One line of six months, starting at WS-INDICE.
       IMPRIMIR-LINHA-MESES.

           MOVE SPACES TO LINHA-MESES.
           PERFORM MONTAR-COLUNA-MES VARYING WS-COLUNA FROM 1 BY 1
               UNTIL WS-COLUNA > 6.
           WRITE LINHA-RELATORIO FROM LINHA-MESES.
           MOVE "GRAVACAO DE LINHA DE MESES" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

       MONTAR-COLUNA-MES.

           MOVE WS-NOME-MES(WS-INDICE)  TO LM-NOME(WS-COLUNA).
           MOVE WS-VALOR-MES(WS-INDICE) TO LM-VALOR(WS-COLUNA).
           ADD 1 TO WS-INDICE.

      *> ----------------------------------------------------------------
      *> FECHAR-PAGADOR closes the declaration - total and signature
      *> block, kept together on one page - and writes the payer's
      *> line to CADIRP.TXT.
      *> ----------------------------------------------------------------
       FECHAR-PAGADOR.

           IF WS-LINHAS-PAGINA + 5 > CONST-MAX-LINHAS-PAGINA
               PERFORM CONTINUAR-DECLARACAO
           END-IF.

           MOVE WS-TOTAL-PAGADOR TO LTP-TOTAL.
           WRITE LINHA-RELATORIO FROM LINHA-EM-BRANCO.
           WRITE LINHA-RELATORIO FROM LINHA-TOTAL-PAGADOR.
           MOVE "GRAVACAO DE TOTAL DO PAGADOR" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           MOVE WS-DIA-ATUAL TO LAS-DIA.
           MOVE WS-MES-ATUAL TO LAS-MES.
           MOVE WS-ANO-ATUAL TO LAS-ANO.
           WRITE LINHA-RELATORIO FROM LINHA-EM-BRANCO.
           WRITE LINHA-RELATORIO FROM LINHA-ASSINATURA-1.
           WRITE LINHA-RELATORIO FROM LINHA-ASSINATURA-2.
           MOVE "GRAVACAO DE ASSINATURA" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.
           ADD 5 TO WS-LINHAS-PAGINA.

           MOVE WS-CPF-CORRENTE    TO LD-CPF.
           MOVE WS-ANO-BASE        TO LD-ANO-BASE.
           MOVE WS-ALUNOS-PAGADOR  TO LD-ALUNOS.
           MOVE WS-RECIBOS-PAGADOR TO LD-RECIBOS.
           MOVE WS-TOTAL-PAGADOR   TO LD-TOTAL.
           MOVE WS-NOME-PAGADOR    TO LD-NOME.
           WRITE LINHA-RESUMO-IR FROM LINHA-IRP-DETALHE.
           MOVE "GRAVACAO DE DETALHE (CADIRP.TXT)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           ADD WS-TOTAL-PAGADOR TO WS-TOTAL-GERAL.

       CONTINUAR-DECLARACAO.

           MOVE "(CONTINUACAO)" TO LC-CONTINUACAO.
           PERFORM QUEBRAR-PAGINA.
           MOVE WS-NOME-PAGADOR TO LDP-NOME.
           MOVE WS-CPF-CORRENTE TO LDP-CPF.
           WRITE LINHA-RELATORIO FROM LINHA-DECLARACAO-PAGADOR.
           WRITE LINHA-RELATORIO FROM LINHA-EM-BRANCO.
           MOVE "GRAVACAO DE CONTINUACAO" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.
           ADD 2 TO WS-LINHAS-PAGINA.

       QUEBRAR-PAGINA.

           ADD 1 TO WS-NUMERO-PAGINA.
           MOVE ZEROS TO WS-LINHAS-PAGINA.

           MOVE WS-ANO-BASE      TO LC-ANO-BASE.
           MOVE WS-NUMERO-PAGINA TO LC-PAGINA.
           WRITE LINHA-RELATORIO FROM LINHA-CABECALHO-1.
           MOVE "GRAVACAO DE CABECALHO" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.
           ADD 1 TO WS-LINHAS-PAGINA.

       IMPRIMIR-RESUMO.

           MOVE SPACES TO LC-CONTINUACAO.
           PERFORM QUEBRAR-PAGINA.
           WRITE LINHA-RELATORIO FROM LINHA-RESUMO-TITULO.
           WRITE LINHA-RELATORIO FROM LINHA-EM-BRANCO.

           MOVE "DECLARACOES (PAGADORES):" TO LRC-ROTULO.
           MOVE WS-TOTAL-PAGADORES TO LRC-VALOR.
           WRITE LINHA-RELATORIO FROM LINHA-RESUMO-CONTADOR.
           MOVE "ALUNOS:" TO LRC-ROTULO.
           MOVE WS-TOTAL-ALUNOS TO LRC-VALOR.
           WRITE LINHA-RELATORIO FROM LINHA-RESUMO-CONTADOR.
           MOVE "RECIBOS DECLARADOS:" TO LRC-ROTULO.
           MOVE WS-RECIBOS-DECLARADOS TO LRC-VALOR.
           WRITE LINHA-RELATORIO FROM LINHA-RESUMO-CONTADOR.
           MOVE "RECIBOS FORA (PAGADOR SEM CPF):" TO LRC-ROTULO.
           MOVE WS-RECIBOS-SEM-CPF TO LRC-VALOR.
           WRITE LINHA-RELATORIO FROM LINHA-RESUMO-CONTADOR.

           MOVE WS-TOTAL-GERAL TO LRT-TOTAL.
           WRITE LINHA-RELATORIO FROM LINHA-EM-BRANCO.
           WRITE LINHA-RELATORIO FROM LINHA-RESUMO-TOTAL.
           MOVE "GRAVACAO DO RESUMO" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

      *> The GO TO above lands here so the section never falls through
      *> its helper paragraphs and RETURNs past end of file.
       IMPRIMIR-DECLARACOES-FIM.
           EXIT.

       END PROGRAM CADIRPF.
