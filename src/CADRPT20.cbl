      *> ----------------------------------------------------------------
      *> CADRPT20 is the ageing report of the second-approval queue. It
      *> browses CADAPR.DAT for requests still pending - charge
      *> cancellations and agreements above the "LIMAPR" amount,
      *> receipt voids, changes to that amount - filed more than N
      *> days ago, so a request no second ADMIN has looked at does not
      *> sit forgotten while the family waits.
      *> N comes off the command line and defaults to 3.
      *>
      *> Days are counted on the 30/360 commercial calendar, the way
      *> CADRPT04 ages an overdue charge.
      *>
      *> Output: CADPEN.RPT.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADRPT20.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT CADAPR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS APR-NUMERO
               FILE STATUS  IS WS-STATUS.

           SELECT RELPEN ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  CADAPR
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADAPR.DAT".
           COPY CADAPRR.

       FD  RELPEN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADPEN.RPT".
       01  LINHA-RELATORIO PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-STATUS PIC 9(02) VALUE ZEROS.
       01  WS-OPERACAO PIC X(40).

       01  WS-COMANDO-COMPLETO PIC X(40).
       01  WS-DIAS-X PIC X(03).
       77  CONST-DIAS-PADRAO PIC 9(03) VALUE 3.
       01  WS-DIAS-LIMITE PIC 9(03).

      *> A school where nobody ever filed a request has no CADAPR.DAT -
      *> the report then simply comes out empty.
       01  WS-TEM-PEDIDOS PIC X(01).
           88 TEM-PEDIDOS     VALUE "S".
           88 NAO-TEM-PEDIDOS VALUE "N".

       01  WS-FIM-ARQUIVO PIC X(01).
           88 FIM-ARQUIVO     VALUE "S".
           88 NAO-FIM-ARQUIVO VALUE "N".

       77  CONST-MAX-LINHAS-PAGINA PIC 9(02) VALUE 20.
       01  WS-NUMERO-PAGINA PIC 9(04) VALUE ZEROS.
       01  WS-LINHAS-PAGINA PIC 9(02) VALUE ZEROS.
       01  WS-TOTAL-PENDENTES PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-ATRASADOS PIC 9(05) VALUE ZEROS.
       01  WS-VALOR-TOTAL PIC 9(07)V99 VALUE ZEROS.

       01  WS-DATA-ATUAL PIC 9(08).
       01  WS-DATA-ATUAL-R REDEFINES WS-DATA-ATUAL.
           03 WS-ANO-ATUAL PIC 9(04).
           03 WS-MES-ATUAL PIC 9(02).
           03 WS-DIA-ATUAL PIC 9(02).

      *> 30/360 day counts for today and for the request under test.
       01  WS-DIAS-HOJE PIC 9(08).
       01  WS-DIAS-PEDIDO PIC 9(08).
       01  WS-DIAS-ESPERA PIC 9(05).
       01  WS-DATA-PEDIDO-R.
           03 WS-ANO-PEDIDO PIC 9(04).
           03 WS-MES-PEDIDO PIC 9(02).
           03 WS-DIA-PEDIDO PIC 9(02).

       01  LINHA-CABECALHO-1.
           03 FILLER          PIC X(28) VALUE
               "PEDIDOS AGUARDANDO APROVACAO".
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
           03 FILLER          PIC X(07) VALUE "PEDIDO ".
           03 FILLER          PIC X(13) VALUE "TIPO".
           03 FILLER          PIC X(07) VALUE "MATR.".
           03 FILLER          PIC X(14) VALUE "       VALOR".
           03 FILLER          PIC X(12) VALUE "PEDIDO EM".
           03 FILLER          PIC X(10) VALUE "POR".
           03 FILLER          PIC X(05) VALUE " DIAS".
           03 FILLER          PIC X(12) VALUE SPACES.

       01  LINHA-DETALHE.
           03 LD-NUMERO       PIC 9(05).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LD-TIPO         PIC X(12).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LD-MATRICULA    PIC 9(05).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LD-VALOR        PIC Z.ZZZ.ZZ9,99.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LD-DIA          PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LD-MES          PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LD-ANO          PIC 9(04).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LD-OPERADOR     PIC X(08).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LD-DIAS         PIC ZZZZ9.
           03 FILLER          PIC X(12) VALUE SPACES.

       01  LINHA-RODAPE.
           03 FILLER          PIC X(21) VALUE "PENDENTES HA MAIS DE ".
           03 LR-DIAS         PIC ZZ9.
           03 FILLER          PIC X(07) VALUE " DIAS: ".
           03 LR-ATRASADOS    PIC ZZZZ9.
           03 FILLER          PIC X(09) VALUE "  VALOR: ".
           03 LR-VALOR        PIC Z.ZZZ.ZZ9,99.
           03 FILLER          PIC X(13) VALUE "  PENDENTES: ".
           03 LR-PENDENTES    PIC ZZZZ9.
           03 FILLER          PIC X(05) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM ABRIR-ARQUIVOS.

           IF TEM-PEDIDOS
               SET NAO-FIM-ARQUIVO TO TRUE
               PERFORM LER-PROXIMO-PEDIDO UNTIL FIM-ARQUIVO
           END-IF.

           PERFORM GERAR-RODAPE.
           PERFORM FECHAR-ARQUIVOS.

           DISPLAY "PEDIDOS PENDENTES HA MAIS DE " WS-DIAS-LIMITE
               " DIAS: " WS-TOTAL-ATRASADOS.

           STOP RUN.

       ABRIR-ARQUIVOS.

           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.

           ACCEPT WS-COMANDO-COMPLETO FROM COMMAND-LINE.
           UNSTRING WS-COMANDO-COMPLETO DELIMITED BY SPACE
               INTO WS-DIAS-X.
           IF WS-DIAS-X = SPACES
               MOVE CONST-DIAS-PADRAO TO WS-DIAS-LIMITE
           ELSE
               MOVE WS-DIAS-X TO WS-DIAS-LIMITE
           END-IF.

           COMPUTE WS-DIAS-HOJE =
               WS-ANO-ATUAL * 360 + (WS-MES-ATUAL - 1) * 30
               + WS-DIA-ATUAL.

           SET TEM-PEDIDOS TO TRUE.
           OPEN INPUT CADAPR.
           IF WS-STATUS = 35
               SET NAO-TEM-PEDIDOS TO TRUE
               MOVE ZEROS TO WS-STATUS
               DISPLAY "CADAPR.DAT NAO ENCONTRADO - NENHUM PEDIDO "
                   "REGISTRADO"
           ELSE
               MOVE "ABERTURA DE CADAPR (INPUT)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

           OPEN OUTPUT RELPEN.
           MOVE "ABERTURA DE RELPEN (OUTPUT)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

       LER-PROXIMO-PEDIDO.

           READ CADAPR NEXT RECORD.
           IF WS-STATUS NOT = 00
               SET FIM-ARQUIVO TO TRUE
           ELSE
               IF APR-PENDENTE
                   ADD 1 TO WS-TOTAL-PENDENTES
                   PERFORM AVALIAR-ESPERA
               END-IF
           END-IF.

       AVALIAR-ESPERA.

           MOVE APR-DATA-PEDIDO TO WS-DATA-PEDIDO-R.
           COMPUTE WS-DIAS-PEDIDO =
               WS-ANO-PEDIDO * 360 + (WS-MES-PEDIDO - 1) * 30
               + WS-DIA-PEDIDO.

           IF WS-DIAS-HOJE > WS-DIAS-PEDIDO
               COMPUTE WS-DIAS-ESPERA = WS-DIAS-HOJE - WS-DIAS-PEDIDO
           ELSE
               MOVE ZEROS TO WS-DIAS-ESPERA
           END-IF.

           IF WS-DIAS-ESPERA > WS-DIAS-LIMITE
               PERFORM IMPRIMIR-PEDIDO
           END-IF.

       IMPRIMIR-PEDIDO.

           IF WS-LINHAS-PAGINA = ZEROS
               OR WS-LINHAS-PAGINA >= CONST-MAX-LINHAS-PAGINA
               PERFORM GERAR-CABECALHO
           END-IF.

           ADD 1 TO WS-TOTAL-ATRASADOS.
      *> A threshold change carries the new limit, not money at stake.
           IF NOT APR-ALTERA-LIMITE
               ADD APR-VALOR TO WS-VALOR-TOTAL
           END-IF.

           EVALUATE TRUE
               WHEN APR-CANCELA-COBRANCA
                   MOVE "CANCEL. COB." TO LD-TIPO
               WHEN APR-PARCELAMENTO
                   MOVE "PARCELAMENTO" TO LD-TIPO
               WHEN APR-CANCELA-RECIBO
                   MOVE "CANCEL. REC." TO LD-TIPO
               WHEN APR-ALTERA-LIMITE
                   MOVE "LIMITE APROV" TO LD-TIPO
               WHEN OTHER
                   MOVE "?" TO LD-TIPO
           END-EVALUATE.

           MOVE APR-NUMERO          TO LD-NUMERO.
           MOVE APR-MATRICULA       TO LD-MATRICULA.
           MOVE APR-VALOR           TO LD-VALOR.
           MOVE WS-DIA-PEDIDO       TO LD-DIA.
           MOVE WS-MES-PEDIDO       TO LD-MES.
           MOVE WS-ANO-PEDIDO       TO LD-ANO.
           MOVE APR-OPERADOR-PEDIDO TO LD-OPERADOR.
           MOVE WS-DIAS-ESPERA      TO LD-DIAS.

           WRITE LINHA-RELATORIO FROM LINHA-DETALHE.
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

           WRITE LINHA-RELATORIO FROM LINHA-CABECALHO-1.
           MOVE "GRAVACAO DE CABECALHO (1)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           WRITE LINHA-RELATORIO FROM LINHA-CABECALHO-2.
           MOVE "GRAVACAO DE CABECALHO (2)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

       GERAR-RODAPE.

           IF WS-LINHAS-PAGINA = ZEROS
               PERFORM GERAR-CABECALHO
           END-IF.

           MOVE WS-DIAS-LIMITE     TO LR-DIAS.
           MOVE WS-TOTAL-ATRASADOS TO LR-ATRASADOS.
           MOVE WS-VALOR-TOTAL     TO LR-VALOR.
           MOVE WS-TOTAL-PENDENTES TO LR-PENDENTES.
           WRITE LINHA-RELATORIO FROM LINHA-RODAPE.
           MOVE "GRAVACAO DE RODAPE" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

       FECHAR-ARQUIVOS.

           IF TEM-PEDIDOS
               CLOSE CADAPR
               MOVE "FECHAMENTO DE CADAPR" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

           CLOSE RELPEN.
           MOVE "FECHAMENTO DE RELPEN" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

       VERIFICAR-STATUS.

           IF WS-STATUS NOT = 00 AND WS-STATUS NOT = 02
               DISPLAY "ERRO DE E/S EM " WS-OPERACAO
               DISPLAY "FILE STATUS: " WS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       END PROGRAM CADRPT20.
