      *> ----------------------------------------------------------------
      *> CADRPT19 is the personal-data subject-access report. Under the
      *> data-protection law a student - or a former one - may ask for
      *> everything the academy holds on them; the desk used to search
      *> the files one by one. Given the person's CPF this gathers, in
      *> one printout:
      *>   - the register entries carrying the CPF, on the live master
      *>     CADALU.DAT and on the CADHST.DAT history CADARCH keeps -
      *>     these give the matriculas every other file is searched by;
      *>   - the CADAUD.LOG audit lines of those matriculas;
      *>   - their charges on CADCOB.DAT and receipts on CADRCB.DAT;
      *>   - their attendance on CADFRQ.DAT and exams on CADFXA.DAT;
      *>   - the waiting-list requests on CADFIL.DAT made under the CPF;
      *>   - the trial-class prospects on CADPRS.DAT, which carry no
      *>     CPF and are matched by the person's name as registered.
      *> A file that does not exist on this machine is reported as such
      *> and the search goes on.
      *>
      *> The CPF (11 digits) comes off the command line. Output:
      *> CADLGP.RPT.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADRPT19.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

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

           SELECT CADAUD ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS.

           SELECT CADCOB ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS COB-CHAVE
               FILE STATUS      IS WS-STATUS.

           SELECT CADRCB ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS RCB-NUMERO
               FILE STATUS      IS WS-STATUS.

           SELECT CADFRQ ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS FRQ-CHAVE
               FILE STATUS      IS WS-STATUS.

           SELECT CADFXA ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS FXA-CHAVE
               FILE STATUS      IS WS-STATUS.

           SELECT CADFIL ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS FIL-CHAVE
               FILE STATUS      IS WS-STATUS.

           SELECT CADPRS ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS PRS-CHAVE
               FILE STATUS      IS WS-STATUS.

           SELECT RELLGP ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS.

       DATA DIVISION.

       FILE SECTION.

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

       FD  CADAUD
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADAUD.LOG".
           COPY CADAUD.

       FD  CADCOB
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADCOB.DAT".
           COPY CADCOBR.

       FD  CADRCB
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADRCB.DAT".
           COPY CADRCBR.

       FD  CADFRQ
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADFRQ.DAT".
           COPY CADFRQR.

       FD  CADFXA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADFXA.DAT".
           COPY CADFXAR.

       FD  CADFIL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADFIL.DAT".
           COPY CADFILR.

       FD  CADPRS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADPRS.DAT".
           COPY CADPRSR.

       FD  RELLGP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADLGP.RPT".
       01  LINHA-RELATORIO PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-STATUS PIC 9(02) VALUE ZEROS.
       01  WS-OPERACAO PIC X(40).

       01  WS-COMANDO-COMPLETO PIC X(40).
       01  WS-CPF-X   PIC X(11).
       01  WS-CPF-NUM REDEFINES WS-CPF-X PIC 9(11).

       01  WS-FIM-ARQUIVO PIC X(01).
           88 FIM-ARQUIVO     VALUE "S".
           88 NAO-FIM-ARQUIVO VALUE "N".

      *> The matriculas the CPF was registered under - normally one,
      *> more when the person left, was archived and came back under a
      *> new number - with the name each carried, which is how the
      *> prospect file is searched. Bounded like the other small
      *> lookup tables.
       77  CONST-MAX-TITULARES PIC 9(02) VALUE 10.
       01  WS-TOTAL-TITULARES PIC 9(02) VALUE ZEROS.
       01  TABELA-TITULARES.
           03 TITULAR-OCORRENCIA OCCURS 10 TIMES.
              05 TBT-MATRICULA PIC 9(05).
              05 TBT-NOME      PIC X(45).

       01  WS-INDICE PIC 9(02).
       01  WS-INDICE-TITULAR PIC 9(02).
       01  WS-MATRICULA-BUSCA PIC 9(05).
       01  WS-NOME-BUSCA PIC X(45).
       01  WS-ENCONTROU-TITULAR PIC X(01).
           88 ENCONTROU-TITULAR     VALUE "S".
           88 NAO-ENCONTROU-TITULAR VALUE "N".

       01  WS-REGISTROS-SECAO PIC 9(05).
       01  WS-TOTAL-REGISTROS PIC 9(05) VALUE ZEROS.

       77  CONST-MAX-LINHAS-PAGINA PIC 9(02) VALUE 20.
       01  WS-NUMERO-PAGINA PIC 9(04) VALUE ZEROS.
       01  WS-LINHAS-PAGINA PIC 9(02) VALUE ZEROS.
       01  WS-LINHA-IMPRESSAO PIC X(80).

       01  WS-DATA-ATUAL PIC 9(08).
       01  WS-DATA-ATUAL-R REDEFINES WS-DATA-ATUAL.
           03 WS-ANO-ATUAL PIC 9(04).
           03 WS-MES-ATUAL PIC 9(02).
           03 WS-DIA-ATUAL PIC 9(02).

       01  LINHA-CABECALHO-1.
           03 FILLER          PIC X(28) VALUE
               "DADOS PESSOAIS DO TITULAR".
           03 FILLER          PIC X(08) VALUE "  DATA: ".
           03 LC-DIA          PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LC-MES          PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LC-ANO          PIC 9(04).
           03 FILLER          PIC X(09) VALUE "  PAGINA ".
           03 LC-PAGINA       PIC ZZZ9.
           03 FILLER          PIC X(21) VALUE SPACES.

       01  LINHA-CABECALHO-2.
           03 FILLER          PIC X(16) VALUE "CPF PESQUISADO: ".
           03 LC-CPF          PIC 9(11).
           03 FILLER          PIC X(53) VALUE SPACES.

       01  LINHA-SECAO.
           03 FILLER          PIC X(04) VALUE "*** ".
           03 LS-TITULO       PIC X(50).
           03 FILLER          PIC X(26) VALUE SPACES.

       01  LINHA-TOTAL-SECAO.
           03 FILLER          PIC X(14) VALUE "   REGISTROS: ".
           03 LT-REGISTROS    PIC ZZZZ9.
           03 FILLER          PIC X(61) VALUE SPACES.

       01  LINHA-SEM-ARQUIVO.
           03 FILLER          PIC X(40) VALUE
               "   ARQUIVO NAO EXISTE NESTA INSTALACAO".
           03 FILLER          PIC X(40) VALUE SPACES.

      *> Register entry (CADALU or CADHST), four lines.
       01  LINHA-CAD-1.
           03 FILLER          PIC X(10) VALUE "MATRICULA ".
           03 LCA-MATRICULA   PIC 9(05).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LCA-NOME        PIC X(45).
           03 FILLER          PIC X(18) VALUE SPACES.

       01  LINHA-CAD-2.
           03 FILLER          PIC X(08) VALUE "  NASC. ".
           03 LCA-NASCIMENTO  PIC 9(08).
           03 FILLER          PIC X(10) VALUE "  MATRIC. ".
           03 LCA-MATRICULADO PIC 9(08).
           03 FILLER          PIC X(09) VALUE "  STATUS ".
           03 LCA-STATUS      PIC X(01).
           03 FILLER          PIC X(10) VALUE "  CONTATO ".
           03 LCA-CONTATO     PIC X(20).
           03 FILLER          PIC X(06) VALUE SPACES.

       01  LINHA-CAD-3.
           03 FILLER          PIC X(06) VALUE "  CPF ".
           03 LCA-CPF         PIC 9(11).
           03 FILLER          PIC X(12) VALUE "  CPF RESP. ".
           03 LCA-CPF-RESP    PIC 9(11).
           03 FILLER          PIC X(08) VALUE "  TURMA ".
           03 LCA-TURMA       PIC X(30).
           03 FILLER          PIC X(02) VALUE SPACES.

       01  LINHA-CAD-4.
           03 FILLER          PIC X(12) VALUE "  FEDERACAO ".
           03 LCA-FEDERACAO   PIC X(01).
           03 FILLER          PIC X(14) VALUE "  TRANCAMENTO ".
           03 LCA-TRANC-INICIO PIC 9(08).
           03 FILLER          PIC X(03) VALUE " A ".
           03 LCA-TRANC-RETORNO PIC 9(08).
           03 FILLER          PIC X(34) VALUE SPACES.

       01  LINHA-AUD-1.
           03 FILLER          PIC X(05) VALUE "MATR ".
           03 LAU-MATRICULA   PIC 9(05).
           03 FILLER          PIC X(04) VALUE " OP ".
           03 LAU-OPERACAO    PIC X(01).
           03 FILLER          PIC X(06) VALUE " DATA ".
           03 LAU-DATA        PIC 9(08).
           03 FILLER          PIC X(06) VALUE " HORA ".
           03 LAU-HORA        PIC 9(08).
           03 FILLER          PIC X(06) VALUE " OPER ".
           03 LAU-OPERADOR    PIC X(08).
           03 FILLER          PIC X(04) VALUE " ST ".
           03 LAU-STATUS-ANTES PIC X(01).
           03 FILLER          PIC X(01) VALUE "/".
           03 LAU-STATUS-DEPOIS PIC X(01).
           03 FILLER          PIC X(16) VALUE SPACES.

       01  LINHA-AUD-2.
           03 FILLER          PIC X(03) VALUE SPACES.
           03 LAU-NOME-ANTES  PIC X(37).
           03 FILLER          PIC X(03) VALUE " > ".
           03 LAU-NOME-DEPOIS PIC X(37).

       01  LINHA-COB-1.
           03 FILLER          PIC X(05) VALUE "MATR ".
           03 LCB-MATRICULA   PIC 9(05).
           03 FILLER          PIC X(06) VALUE " COMP ".
           03 LCB-COMPETENCIA PIC 9(06).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LCB-TURMA       PIC X(06).
           03 FILLER          PIC X(07) VALUE " VALOR ".
           03 LCB-VALOR       PIC ZZ.ZZ9,99.
           03 FILLER          PIC X(06) VALUE " VENC ".
           03 LCB-VENCIMENTO  PIC 9(08).
           03 FILLER          PIC X(04) VALUE " ST ".
           03 LCB-STATUS      PIC X(01).
           03 FILLER          PIC X(06) VALUE " PAGO ".
           03 LCB-PAGO        PIC ZZ.ZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACES.

       01  LINHA-COB-2.
           03 FILLER          PIC X(13) VALUE "   PAGAMENTO ".
           03 LCB-PAGAMENTO   PIC 9(08).
           03 FILLER          PIC X(07) VALUE " MULTA ".
           03 LCB-MULTA       PIC ZZ.ZZ9,99.
           03 FILLER          PIC X(07) VALUE " JUROS ".
           03 LCB-JUROS       PIC ZZ.ZZ9,99.
           03 FILLER          PIC X(06) VALUE " OPER ".
           03 LCB-OPERADOR    PIC X(08).
           03 FILLER          PIC X(13) VALUE SPACES.

       01  LINHA-RCB-1.
           03 FILLER          PIC X(07) VALUE "RECIBO ".
           03 LRC-NUMERO      PIC 9(05).
           03 FILLER          PIC X(06) VALUE " MATR ".
           03 LRC-MATRICULA   PIC 9(05).
           03 FILLER          PIC X(06) VALUE " COMP ".
           03 LRC-COMPETENCIA PIC 9(06).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LRC-TURMA       PIC X(06).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LRC-VALOR       PIC ZZZ.ZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LRC-DATA        PIC 9(08).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LRC-STATUS      PIC X(01).
           03 FILLER          PIC X(06) VALUE " OPER ".
           03 LRC-OPERADOR    PIC X(08).
           03 FILLER          PIC X(02) VALUE SPACES.

       01  LINHA-RCB-2.
           03 FILLER          PIC X(08) VALUE "   NOME ".
           03 LRC-NOME        PIC X(45).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LRC-MOTIVO      PIC X(20).
           03 FILLER          PIC X(06) VALUE SPACES.

       01  LINHA-FRQ.
           03 FILLER          PIC X(06) VALUE "TURMA ".
           03 LFR-TURMA       PIC X(06).
           03 FILLER          PIC X(06) VALUE " DATA ".
           03 LFR-DATA        PIC 9(08).
           03 FILLER          PIC X(06) VALUE " MATR ".
           03 LFR-MATRICULA   PIC 9(05).
           03 FILLER          PIC X(10) VALUE " PRESENCA ".
           03 LFR-PRESENCA    PIC X(01).
           03 FILLER          PIC X(32) VALUE SPACES.

       01  LINHA-FXA.
           03 FILLER          PIC X(05) VALUE "MATR ".
           03 LFX-MATRICULA   PIC 9(05).
           03 FILLER          PIC X(07) VALUE " EXAME ".
           03 LFX-DATA        PIC 9(08).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LFX-FAIXA       PIC X(10).
           03 FILLER          PIC X(07) VALUE " EXAM. ".
           03 LFX-EXAMINADOR  PIC X(30).
           03 FILLER          PIC X(07) VALUE SPACES.

       01  LINHA-FIL-1.
           03 FILLER          PIC X(06) VALUE "TURMA ".
           03 LFI-TURMA       PIC X(06).
           03 FILLER          PIC X(08) VALUE " PEDIDO ".
           03 LFI-DATA        PIC 9(08).
           03 FILLER          PIC X(06) VALUE " NOME ".
           03 LFI-NOME        PIC X(45).
           03 FILLER          PIC X(01) VALUE SPACES.

       01  LINHA-FIL-2.
           03 FILLER          PIC X(09) VALUE "   NASC. ".
           03 LFI-NASCIMENTO  PIC 9(08).
           03 FILLER          PIC X(05) VALUE " CPF ".
           03 LFI-CPF         PIC 9(11).
           03 FILLER          PIC X(09) VALUE " CONTATO ".
           03 LFI-CONTATO     PIC X(20).
           03 FILLER          PIC X(18) VALUE SPACES.

       01  LINHA-PRS-1.
           03 FILLER          PIC X(10) VALUE "PROSPECTO ".
           03 LPR-CHAVE       PIC 9(05).
           03 FILLER          PIC X(06) VALUE " NOME ".
           03 LPR-NOME        PIC X(45).
           03 FILLER          PIC X(04) VALUE " ST ".
           03 LPR-STATUS      PIC X(01).
           03 FILLER          PIC X(09) VALUE SPACES.

       01  LINHA-PRS-2.
           03 FILLER          PIC X(11) VALUE "   CONTATO ".
           03 LPR-CONTATO     PIC X(20).
           03 FILLER          PIC X(07) VALUE " TURMA ".
           03 LPR-TURMA       PIC X(06).
           03 FILLER          PIC X(10) VALUE " CADASTRO ".
           03 LPR-CADASTRO    PIC 9(08).
           03 FILLER          PIC X(06) VALUE " AULA ".
           03 LPR-EXPERIMENTAL PIC 9(08).
           03 FILLER          PIC X(04) VALUE SPACES.

       01  LINHA-RODAPE.
           03 FILLER          PIC X(27) VALUE
               "TOTAL DE REGISTROS LISTADOS".
           03 FILLER          PIC X(02) VALUE ": ".
           03 LR-TOTAL        PIC ZZZZ9.
           03 FILLER          PIC X(14) VALUE "  MATRICULAS: ".
           03 LR-MATRICULAS   PIC Z9.
           03 FILLER          PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM ABRIR-ARQUIVOS.

           PERFORM LISTAR-CADASTRO.
           PERFORM LISTAR-HISTORICO.

           IF WS-TOTAL-TITULARES = ZEROS
               DISPLAY "CPF " WS-CPF-X " NAO CONSTA NO CADASTRO NEM "
                   "NO HISTORICO - SO A FILA DE ESPERA E PESQUISADA"
           END-IF.

           PERFORM LISTAR-AUDITORIA.
           PERFORM LISTAR-COBRANCAS.
           PERFORM LISTAR-RECIBOS.
           PERFORM LISTAR-FREQUENCIA.
           PERFORM LISTAR-FAIXAS.
           PERFORM LISTAR-FILA.
           PERFORM LISTAR-PROSPECTOS.

           PERFORM GERAR-RODAPE.
           PERFORM FECHAR-ARQUIVOS.

           DISPLAY "REGISTROS LISTADOS: " WS-TOTAL-REGISTROS
               " EM CADLGP.RPT".

           STOP RUN.

       ABRIR-ARQUIVOS.

           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.

           ACCEPT WS-COMANDO-COMPLETO FROM COMMAND-LINE.
           UNSTRING WS-COMANDO-COMPLETO DELIMITED BY SPACE
               INTO WS-CPF-X.
           IF WS-CPF-X NOT NUMERIC OR WS-CPF-NUM = ZEROS
               DISPLAY "USO: CADRPT19 cpf (11 digitos)"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT CADALU.
           IF WS-STATUS = 35
               DISPLAY "CADALU.DAT NAO ENCONTRADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "ABERTURA DE CADALU (INPUT)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           OPEN OUTPUT RELLGP.
           MOVE "ABERTURA DE RELLGP (OUTPUT)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

      *> ----------------------------------------------------------------
      *> LISTAR-CADASTRO prints every live register entry carrying the
      *> CPF, through the CPF alternate key, and remembers each
      *> matricula for the searches that follow.
      *> ----------------------------------------------------------------
       LISTAR-CADASTRO.

           MOVE "CADASTRO DE ALUNOS (CADALU.DAT)" TO LS-TITULO.
           PERFORM IMPRIMIR-TITULO-SECAO.

           MOVE WS-CPF-NUM TO CPF-ALU.
           START CADALU KEY IS EQUAL TO CPF-ALU.
           IF WS-STATUS = 00
               SET NAO-FIM-ARQUIVO TO TRUE
               PERFORM LER-PROXIMO-CADASTRO UNTIL FIM-ARQUIVO
           END-IF.
           MOVE ZEROS TO WS-STATUS.

           PERFORM IMPRIMIR-TOTAL-SECAO.

       LER-PROXIMO-CADASTRO.

           READ CADALU NEXT RECORD.
           IF WS-STATUS NOT = 00 OR CPF-ALU NOT = WS-CPF-NUM
               SET FIM-ARQUIVO TO TRUE
           ELSE
               MOVE KEY-ALU  TO WS-MATRICULA-BUSCA
               MOVE NOME-ALU TO WS-NOME-BUSCA
               PERFORM GUARDAR-TITULAR

               MOVE KEY-ALU            TO LCA-MATRICULA
               MOVE NOME-ALU           TO LCA-NOME
               MOVE DATA-NASC-ALU      TO LCA-NASCIMENTO
               MOVE DATA-MATR-ALU      TO LCA-MATRICULADO
               MOVE STATUS-ALU         TO LCA-STATUS
               MOVE CONTATO-ALU        TO LCA-CONTATO
               MOVE CPF-ALU            TO LCA-CPF
               MOVE CPF-RESP-ALU       TO LCA-CPF-RESP
               MOVE TURMA-ALU          TO LCA-TURMA
               MOVE FED-ALU            TO LCA-FEDERACAO
               MOVE TRANC-INICIO-ALU   TO LCA-TRANC-INICIO
               MOVE TRANC-RETORNO-ALU  TO LCA-TRANC-RETORNO
               PERFORM IMPRIMIR-CADASTRO
           END-IF.

      *> ----------------------------------------------------------------
      *> LISTAR-HISTORICO does the same on the CADHST.DAT history the
      *> CADARCH job moves former students to.
      *> ----------------------------------------------------------------
       LISTAR-HISTORICO.

           MOVE "HISTORICO DE EX-ALUNOS (CADHST.DAT)" TO LS-TITULO.
           PERFORM IMPRIMIR-TITULO-SECAO.

           OPEN INPUT CADHST.
           IF WS-STATUS = 35
               MOVE ZEROS TO WS-STATUS
               PERFORM IMPRIMIR-SEM-ARQUIVO
           ELSE
               MOVE "ABERTURA DE CADHST (INPUT)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               MOVE WS-CPF-NUM TO CPF-ALU-HST
               START CADHST KEY IS EQUAL TO CPF-ALU-HST
               IF WS-STATUS = 00
                   SET NAO-FIM-ARQUIVO TO TRUE
                   PERFORM LER-PROXIMO-HISTORICO UNTIL FIM-ARQUIVO
               END-IF
               MOVE ZEROS TO WS-STATUS
               CLOSE CADHST
               MOVE "FECHAMENTO DE CADHST" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               PERFORM IMPRIMIR-TOTAL-SECAO
           END-IF.

       LER-PROXIMO-HISTORICO.

           READ CADHST NEXT RECORD.
           IF WS-STATUS NOT = 00 OR CPF-ALU-HST NOT = WS-CPF-NUM
               SET FIM-ARQUIVO TO TRUE
           ELSE
               MOVE KEY-ALU-HST  TO WS-MATRICULA-BUSCA
               MOVE NOME-ALU-HST TO WS-NOME-BUSCA
               PERFORM GUARDAR-TITULAR

               MOVE KEY-ALU-HST           TO LCA-MATRICULA
               MOVE NOME-ALU-HST          TO LCA-NOME
               MOVE DATA-NASC-ALU-HST     TO LCA-NASCIMENTO
               MOVE DATA-MATR-ALU-HST     TO LCA-MATRICULADO
               MOVE STATUS-ALU-HST        TO LCA-STATUS
               MOVE CONTATO-ALU-HST       TO LCA-CONTATO
               MOVE CPF-ALU-HST           TO LCA-CPF
               MOVE CPF-RESP-ALU-HST      TO LCA-CPF-RESP
               MOVE TURMA-ALU-HST         TO LCA-TURMA
               MOVE FED-ALU-HST           TO LCA-FEDERACAO
               MOVE TRANC-INICIO-ALU-HST  TO LCA-TRANC-INICIO
               MOVE TRANC-RETORNO-ALU-HST TO LCA-TRANC-RETORNO
               PERFORM IMPRIMIR-CADASTRO
           END-IF.

       IMPRIMIR-CADASTRO.

           MOVE LINHA-CAD-1 TO WS-LINHA-IMPRESSAO.
           PERFORM IMPRIMIR-LINHA.
           MOVE LINHA-CAD-2 TO WS-LINHA-IMPRESSAO.
           PERFORM IMPRIMIR-LINHA.
           MOVE LINHA-CAD-3 TO WS-LINHA-IMPRESSAO.
           PERFORM IMPRIMIR-LINHA.
           MOVE LINHA-CAD-4 TO WS-LINHA-IMPRESSAO.
           PERFORM IMPRIMIR-LINHA.
           ADD 1 TO WS-REGISTROS-SECAO.

      *> ----------------------------------------------------------------
      *> GUARDAR-TITULAR keeps one matricula (and the name it carried)
      *> in the table the other sections search by. A matricula found
      *> twice - live and in the history after a restore - is kept
      *> once.
      *> ----------------------------------------------------------------
       GUARDAR-TITULAR.

           PERFORM LOCALIZAR-TITULAR.
           IF NAO-ENCONTROU-TITULAR
               IF WS-TOTAL-TITULARES < CONST-MAX-TITULARES
                   ADD 1 TO WS-TOTAL-TITULARES
                   MOVE WS-MATRICULA-BUSCA TO
                       TBT-MATRICULA(WS-TOTAL-TITULARES)
                   MOVE WS-NOME-BUSCA TO TBT-NOME(WS-TOTAL-TITULARES)
               ELSE
                   DISPLAY "TABELA DE MATRICULAS CHEIA - MATRICULA "
                       WS-MATRICULA-BUSCA " NAO PESQUISADA"
               END-IF
           END-IF.

       LOCALIZAR-TITULAR.

           SET NAO-ENCONTROU-TITULAR TO TRUE.
           IF WS-TOTAL-TITULARES > ZEROS
               MOVE 1 TO WS-INDICE
               PERFORM PROCURAR-TITULAR WITH TEST AFTER
                   UNTIL WS-INDICE > WS-TOTAL-TITULARES
                   OR ENCONTROU-TITULAR
           END-IF.

       PROCURAR-TITULAR.

           IF TBT-MATRICULA(WS-INDICE) = WS-MATRICULA-BUSCA
               SET ENCONTROU-TITULAR TO TRUE
           ELSE
               ADD 1 TO WS-INDICE
           END-IF.

      *> ----------------------------------------------------------------
      *> LISTAR-AUDITORIA walks the whole audit log - it has no key -
      *> printing the lines of the person's matriculas. Operator
      *> lock-out lines carry matricula zero and never match.
      *> ----------------------------------------------------------------
       LISTAR-AUDITORIA.

           MOVE "TRILHA DE AUDITORIA (CADAUD.LOG)" TO LS-TITULO.
           PERFORM IMPRIMIR-TITULO-SECAO.

           OPEN INPUT CADAUD.
           IF WS-STATUS = 35
               MOVE ZEROS TO WS-STATUS
               PERFORM IMPRIMIR-SEM-ARQUIVO
           ELSE
               MOVE "ABERTURA DE CADAUD (INPUT)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               SET NAO-FIM-ARQUIVO TO TRUE
               PERFORM LER-PROXIMA-AUDITORIA UNTIL FIM-ARQUIVO
               CLOSE CADAUD
               MOVE "FECHAMENTO DE CADAUD" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               PERFORM IMPRIMIR-TOTAL-SECAO
           END-IF.

       LER-PROXIMA-AUDITORIA.

           READ CADAUD
               AT END
                   SET FIM-ARQUIVO TO TRUE
               NOT AT END
                   MOVE AUD-CHAVE TO WS-MATRICULA-BUSCA
                   PERFORM LOCALIZAR-TITULAR
                   IF ENCONTROU-TITULAR
                       PERFORM IMPRIMIR-AUDITORIA
                   END-IF
           END-READ.

       IMPRIMIR-AUDITORIA.

           MOVE AUD-CHAVE         TO LAU-MATRICULA.
           MOVE AUD-OPERACAO      TO LAU-OPERACAO.
           MOVE AUD-DATA          TO LAU-DATA.
           MOVE AUD-HORA          TO LAU-HORA.
           MOVE AUD-OPERADOR      TO LAU-OPERADOR.
           MOVE AUD-STATUS-ANTES  TO LAU-STATUS-ANTES.
           MOVE AUD-STATUS-DEPOIS TO LAU-STATUS-DEPOIS.
           MOVE AUD-NOME-ANTES    TO LAU-NOME-ANTES.
           MOVE AUD-NOME-DEPOIS   TO LAU-NOME-DEPOIS.

           MOVE LINHA-AUD-1 TO WS-LINHA-IMPRESSAO.
           PERFORM IMPRIMIR-LINHA.
           MOVE LINHA-AUD-2 TO WS-LINHA-IMPRESSAO.
           PERFORM IMPRIMIR-LINHA.
           ADD 1 TO WS-REGISTROS-SECAO.

      *> ----------------------------------------------------------------
      *> LISTAR-COBRANCAS browses the charges of each matricula by key
      *> - matricula is the leading part of COB-CHAVE.
      *> ----------------------------------------------------------------
       LISTAR-COBRANCAS.

           MOVE "COBRANCAS (CADCOB.DAT)" TO LS-TITULO.
           PERFORM IMPRIMIR-TITULO-SECAO.

           OPEN INPUT CADCOB.
           IF WS-STATUS = 35
               MOVE ZEROS TO WS-STATUS
               PERFORM IMPRIMIR-SEM-ARQUIVO
           ELSE
               MOVE "ABERTURA DE CADCOB (INPUT)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               PERFORM LISTAR-COBRANCAS-TITULAR
                   VARYING WS-INDICE-TITULAR FROM 1 BY 1
                   UNTIL WS-INDICE-TITULAR > WS-TOTAL-TITULARES
               CLOSE CADCOB
               MOVE "FECHAMENTO DE CADCOB" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               PERFORM IMPRIMIR-TOTAL-SECAO
           END-IF.

       LISTAR-COBRANCAS-TITULAR.

           MOVE TBT-MATRICULA(WS-INDICE-TITULAR) TO COB-MATRICULA.
           MOVE ZEROS  TO COB-COMPETENCIA.
           MOVE SPACES TO COB-TURMA.
           START CADCOB KEY IS NOT LESS THAN COB-CHAVE.
           IF WS-STATUS = 00
               SET NAO-FIM-ARQUIVO TO TRUE
               PERFORM LER-PROXIMA-COBRANCA UNTIL FIM-ARQUIVO
           END-IF.
           MOVE ZEROS TO WS-STATUS.

       LER-PROXIMA-COBRANCA.

           READ CADCOB NEXT RECORD.
           IF WS-STATUS NOT = 00
               OR COB-MATRICULA NOT = TBT-MATRICULA(WS-INDICE-TITULAR)
               SET FIM-ARQUIVO TO TRUE
           ELSE
               MOVE COB-MATRICULA       TO LCB-MATRICULA
               MOVE COB-COMPETENCIA     TO LCB-COMPETENCIA
               MOVE COB-TURMA           TO LCB-TURMA
               MOVE COB-VALOR           TO LCB-VALOR
               MOVE COB-DATA-VENCIMENTO TO LCB-VENCIMENTO
               MOVE COB-STATUS          TO LCB-STATUS
               MOVE COB-VALOR-PAGO      TO LCB-PAGO
               MOVE COB-DATA-PAGAMENTO  TO LCB-PAGAMENTO
               MOVE COB-MULTA           TO LCB-MULTA
               MOVE COB-JUROS           TO LCB-JUROS
               MOVE COB-OPERADOR        TO LCB-OPERADOR
               MOVE LINHA-COB-1 TO WS-LINHA-IMPRESSAO
               PERFORM IMPRIMIR-LINHA
               MOVE LINHA-COB-2 TO WS-LINHA-IMPRESSAO
               PERFORM IMPRIMIR-LINHA
               ADD 1 TO WS-REGISTROS-SECAO
           END-IF.

      *> ----------------------------------------------------------------
      *> LISTAR-RECIBOS walks the receipt register, keyed by receipt
      *> number, for the receipts of the person's matriculas - voided
      *> ones included, they still carry the name.
      *> ----------------------------------------------------------------
       LISTAR-RECIBOS.

           MOVE "RECIBOS (CADRCB.DAT)" TO LS-TITULO.
           PERFORM IMPRIMIR-TITULO-SECAO.

           OPEN INPUT CADRCB.
           IF WS-STATUS = 35
               MOVE ZEROS TO WS-STATUS
               PERFORM IMPRIMIR-SEM-ARQUIVO
           ELSE
               MOVE "ABERTURA DE CADRCB (INPUT)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               SET NAO-FIM-ARQUIVO TO TRUE
               PERFORM LER-PROXIMO-RECIBO UNTIL FIM-ARQUIVO
               CLOSE CADRCB
               MOVE "FECHAMENTO DE CADRCB" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               PERFORM IMPRIMIR-TOTAL-SECAO
           END-IF.

       LER-PROXIMO-RECIBO.

           READ CADRCB NEXT RECORD.
           IF WS-STATUS NOT = 00
               SET FIM-ARQUIVO TO TRUE
           ELSE
               MOVE RCB-MATRICULA TO WS-MATRICULA-BUSCA
               PERFORM LOCALIZAR-TITULAR
               IF ENCONTROU-TITULAR
                   MOVE RCB-NUMERO        TO LRC-NUMERO
                   MOVE RCB-MATRICULA     TO LRC-MATRICULA
                   MOVE RCB-COMPETENCIA   TO LRC-COMPETENCIA
                   MOVE RCB-TURMA         TO LRC-TURMA
                   MOVE RCB-VALOR         TO LRC-VALOR
                   MOVE RCB-DATA          TO LRC-DATA
                   MOVE RCB-STATUS        TO LRC-STATUS
                   MOVE RCB-OPERADOR      TO LRC-OPERADOR
                   MOVE RCB-NOME          TO LRC-NOME
                   MOVE RCB-MOTIVO-CANCEL TO LRC-MOTIVO
                   MOVE LINHA-RCB-1 TO WS-LINHA-IMPRESSAO
                   PERFORM IMPRIMIR-LINHA
                   MOVE LINHA-RCB-2 TO WS-LINHA-IMPRESSAO
                   PERFORM IMPRIMIR-LINHA
                   ADD 1 TO WS-REGISTROS-SECAO
               END-IF
           END-IF.

      *> ----------------------------------------------------------------
      *> LISTAR-FREQUENCIA walks the attendance file - keyed by turma
      *> first - for the lines of the person's matriculas.
      *> ----------------------------------------------------------------
       LISTAR-FREQUENCIA.

           MOVE "FREQUENCIA (CADFRQ.DAT)" TO LS-TITULO.
           PERFORM IMPRIMIR-TITULO-SECAO.

           OPEN INPUT CADFRQ.
           IF WS-STATUS = 35
               MOVE ZEROS TO WS-STATUS
               PERFORM IMPRIMIR-SEM-ARQUIVO
           ELSE
               MOVE "ABERTURA DE CADFRQ (INPUT)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               SET NAO-FIM-ARQUIVO TO TRUE
               PERFORM LER-PROXIMA-FREQUENCIA UNTIL FIM-ARQUIVO
               CLOSE CADFRQ
               MOVE "FECHAMENTO DE CADFRQ" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               PERFORM IMPRIMIR-TOTAL-SECAO
           END-IF.

       LER-PROXIMA-FREQUENCIA.

           READ CADFRQ NEXT RECORD.
           IF WS-STATUS NOT = 00
               SET FIM-ARQUIVO TO TRUE
           ELSE
               MOVE FRQ-MATRICULA TO WS-MATRICULA-BUSCA
               PERFORM LOCALIZAR-TITULAR
               IF ENCONTROU-TITULAR
                   MOVE FRQ-TURMA     TO LFR-TURMA
                   MOVE FRQ-DATA      TO LFR-DATA
                   MOVE FRQ-MATRICULA TO LFR-MATRICULA
                   MOVE FRQ-PRESENCA  TO LFR-PRESENCA
                   MOVE LINHA-FRQ TO WS-LINHA-IMPRESSAO
                   PERFORM IMPRIMIR-LINHA
                   ADD 1 TO WS-REGISTROS-SECAO
               END-IF
           END-IF.

      *> ----------------------------------------------------------------
      *> LISTAR-FAIXAS browses the rank history of each matricula by
      *> key, oldest exam first.
      *> ----------------------------------------------------------------
       LISTAR-FAIXAS.

           MOVE "GRADUACOES (CADFXA.DAT)" TO LS-TITULO.
           PERFORM IMPRIMIR-TITULO-SECAO.

           OPEN INPUT CADFXA.
           IF WS-STATUS = 35
               MOVE ZEROS TO WS-STATUS
               PERFORM IMPRIMIR-SEM-ARQUIVO
           ELSE
               MOVE "ABERTURA DE CADFXA (INPUT)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               PERFORM LISTAR-FAIXAS-TITULAR
                   VARYING WS-INDICE-TITULAR FROM 1 BY 1
                   UNTIL WS-INDICE-TITULAR > WS-TOTAL-TITULARES
               CLOSE CADFXA
               MOVE "FECHAMENTO DE CADFXA" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               PERFORM IMPRIMIR-TOTAL-SECAO
           END-IF.

       LISTAR-FAIXAS-TITULAR.

           MOVE TBT-MATRICULA(WS-INDICE-TITULAR) TO FXA-MATRICULA.
           MOVE ZEROS TO FXA-DATA-EXAME.
           START CADFXA KEY IS NOT LESS THAN FXA-CHAVE.
           IF WS-STATUS = 00
               SET NAO-FIM-ARQUIVO TO TRUE
               PERFORM LER-PROXIMA-FAIXA UNTIL FIM-ARQUIVO
           END-IF.
           MOVE ZEROS TO WS-STATUS.

       LER-PROXIMA-FAIXA.

           READ CADFXA NEXT RECORD.
           IF WS-STATUS NOT = 00
               OR FXA-MATRICULA NOT = TBT-MATRICULA(WS-INDICE-TITULAR)
               SET FIM-ARQUIVO TO TRUE
           ELSE
               MOVE FXA-MATRICULA  TO LFX-MATRICULA
               MOVE FXA-DATA-EXAME TO LFX-DATA
               MOVE FXA-FAIXA      TO LFX-FAIXA
               MOVE FXA-EXAMINADOR TO LFX-EXAMINADOR
               MOVE LINHA-FXA TO WS-LINHA-IMPRESSAO
               PERFORM IMPRIMIR-LINHA
               ADD 1 TO WS-REGISTROS-SECAO
           END-IF.

      *> ----------------------------------------------------------------
      *> LISTAR-FILA walks the waiting list for requests made under the
      *> CPF - the person may never have been enrolled at all.
      *> ----------------------------------------------------------------
       LISTAR-FILA.

           MOVE "FILA DE ESPERA (CADFIL.DAT)" TO LS-TITULO.
           PERFORM IMPRIMIR-TITULO-SECAO.

           OPEN INPUT CADFIL.
           IF WS-STATUS = 35
               MOVE ZEROS TO WS-STATUS
               PERFORM IMPRIMIR-SEM-ARQUIVO
           ELSE
               MOVE "ABERTURA DE CADFIL (INPUT)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               SET NAO-FIM-ARQUIVO TO TRUE
               PERFORM LER-PROXIMA-FILA UNTIL FIM-ARQUIVO
               CLOSE CADFIL
               MOVE "FECHAMENTO DE CADFIL" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               PERFORM IMPRIMIR-TOTAL-SECAO
           END-IF.

       LER-PROXIMA-FILA.

           READ CADFIL NEXT RECORD.
           IF WS-STATUS NOT = 00
               SET FIM-ARQUIVO TO TRUE
           ELSE
               IF FIL-CPF = WS-CPF-NUM
                   MOVE FIL-TURMA       TO LFI-TURMA
                   MOVE FIL-DATA-PEDIDO TO LFI-DATA
                   MOVE FIL-NOME        TO LFI-NOME
                   MOVE FIL-DATA-NASC   TO LFI-NASCIMENTO
                   MOVE FIL-CPF         TO LFI-CPF
                   MOVE FIL-CONTATO     TO LFI-CONTATO
                   MOVE LINHA-FIL-1 TO WS-LINHA-IMPRESSAO
                   PERFORM IMPRIMIR-LINHA
                   MOVE LINHA-FIL-2 TO WS-LINHA-IMPRESSAO
                   PERFORM IMPRIMIR-LINHA
                   ADD 1 TO WS-REGISTROS-SECAO
               END-IF
           END-IF.

      *> ----------------------------------------------------------------
      *> LISTAR-PROSPECTOS walks the trial-class prospects. They carry
      *> no CPF, so an entry is the person's when its name is the name
      *> one of the matriculas was registered under - the CADPROS
      *> conversion copies the name across unchanged.
      *> ----------------------------------------------------------------
       LISTAR-PROSPECTOS.

           MOVE "PROSPECTOS DE AULA EXPERIMENTAL (CADPRS.DAT)" TO
               LS-TITULO.
           PERFORM IMPRIMIR-TITULO-SECAO.

           OPEN INPUT CADPRS.
           IF WS-STATUS = 35
               MOVE ZEROS TO WS-STATUS
               PERFORM IMPRIMIR-SEM-ARQUIVO
           ELSE
               MOVE "ABERTURA DE CADPRS (INPUT)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               SET NAO-FIM-ARQUIVO TO TRUE
               PERFORM LER-PROXIMO-PROSPECTO UNTIL FIM-ARQUIVO
               CLOSE CADPRS
               MOVE "FECHAMENTO DE CADPRS" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               PERFORM IMPRIMIR-TOTAL-SECAO
           END-IF.

       LER-PROXIMO-PROSPECTO.

           READ CADPRS NEXT RECORD.
           IF WS-STATUS NOT = 00
               SET FIM-ARQUIVO TO TRUE
           ELSE
               MOVE PRS-NOME TO WS-NOME-BUSCA
               PERFORM LOCALIZAR-NOME-TITULAR
               IF ENCONTROU-TITULAR
                   MOVE PRS-CHAVE             TO LPR-CHAVE
                   MOVE PRS-NOME              TO LPR-NOME
                   MOVE PRS-STATUS            TO LPR-STATUS
                   MOVE PRS-CONTATO           TO LPR-CONTATO
                   MOVE PRS-TURMA             TO LPR-TURMA
                   MOVE PRS-DATA-CADASTRO     TO LPR-CADASTRO
                   MOVE PRS-DATA-EXPERIMENTAL TO LPR-EXPERIMENTAL
                   MOVE LINHA-PRS-1 TO WS-LINHA-IMPRESSAO
                   PERFORM IMPRIMIR-LINHA
                   MOVE LINHA-PRS-2 TO WS-LINHA-IMPRESSAO
                   PERFORM IMPRIMIR-LINHA
                   ADD 1 TO WS-REGISTROS-SECAO
               END-IF
           END-IF.

       LOCALIZAR-NOME-TITULAR.

           SET NAO-ENCONTROU-TITULAR TO TRUE.
           IF WS-TOTAL-TITULARES > ZEROS AND WS-NOME-BUSCA NOT = SPACES
               MOVE 1 TO WS-INDICE
               PERFORM PROCURAR-NOME-TITULAR WITH TEST AFTER
                   UNTIL WS-INDICE > WS-TOTAL-TITULARES
                   OR ENCONTROU-TITULAR
           END-IF.

       PROCURAR-NOME-TITULAR.

           IF TBT-NOME(WS-INDICE) = WS-NOME-BUSCA
               SET ENCONTROU-TITULAR TO TRUE
           ELSE
               ADD 1 TO WS-INDICE
           END-IF.

      *> ----------------------------------------------------------------
      *> Printing helpers - every line goes through IMPRIMIR-LINHA so
      *> the page break is decided in one place.
      *> ----------------------------------------------------------------
       IMPRIMIR-TITULO-SECAO.

           MOVE ZEROS TO WS-REGISTROS-SECAO.
           IF WS-LINHAS-PAGINA > ZEROS
               MOVE SPACES TO WS-LINHA-IMPRESSAO
               PERFORM IMPRIMIR-LINHA
           END-IF.
           MOVE LINHA-SECAO TO WS-LINHA-IMPRESSAO.
           PERFORM IMPRIMIR-LINHA.

       IMPRIMIR-TOTAL-SECAO.

           ADD WS-REGISTROS-SECAO TO WS-TOTAL-REGISTROS.
           MOVE WS-REGISTROS-SECAO TO LT-REGISTROS.
           MOVE LINHA-TOTAL-SECAO TO WS-LINHA-IMPRESSAO.
           PERFORM IMPRIMIR-LINHA.

       IMPRIMIR-SEM-ARQUIVO.

           MOVE LINHA-SEM-ARQUIVO TO WS-LINHA-IMPRESSAO.
           PERFORM IMPRIMIR-LINHA.

       IMPRIMIR-LINHA.

           IF WS-LINHAS-PAGINA = ZEROS
               OR WS-LINHAS-PAGINA >= CONST-MAX-LINHAS-PAGINA
               PERFORM GERAR-CABECALHO
           END-IF.

           WRITE LINHA-RELATORIO FROM WS-LINHA-IMPRESSAO.
           MOVE "GRAVACAO DE LINHA DE DETALHE" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           ADD 1 TO WS-LINHAS-PAGINA.

       GERAR-CABECALHO.

           ADD 1 TO WS-NUMERO-PAGINA.
           MOVE ZEROS TO WS-LINHAS-PAGINA.

           MOVE WS-DIA-ATUAL     TO LC-DIA.
           MOVE WS-MES-ATUAL     TO LC-MES.
           MOVE WS-ANO-ATUAL     TO LC-ANO.
           MOVE WS-NUMERO-PAGINA TO LC-PAGINA.
           MOVE WS-CPF-NUM       TO LC-CPF.

           WRITE LINHA-RELATORIO FROM LINHA-CABECALHO-1.
           MOVE "GRAVACAO DE CABECALHO (1)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           WRITE LINHA-RELATORIO FROM LINHA-CABECALHO-2.
           MOVE "GRAVACAO DE CABECALHO (2)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

       GERAR-RODAPE.

           MOVE WS-TOTAL-REGISTROS TO LR-TOTAL.
           MOVE WS-TOTAL-TITULARES TO LR-MATRICULAS.
           MOVE SPACES TO WS-LINHA-IMPRESSAO.
           PERFORM IMPRIMIR-LINHA.
           MOVE LINHA-RODAPE TO WS-LINHA-IMPRESSAO.
           PERFORM IMPRIMIR-LINHA.

       FECHAR-ARQUIVOS.

           CLOSE CADALU.
           MOVE "FECHAMENTO DE CADALU" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           CLOSE RELLGP.
           MOVE "FECHAMENTO DE RELLGP" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

       VERIFICAR-STATUS.

           IF WS-STATUS NOT = 00 AND WS-STATUS NOT = 02
               DISPLAY "ERRO DE E/S EM " WS-OPERACAO
               DISPLAY "FILE STATUS: " WS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       END PROGRAM CADRPT19.
