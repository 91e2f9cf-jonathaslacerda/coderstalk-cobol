      *> ----------------------------------------------------------------
      *> CADRPT18 is the reorder report of the desk's sales stock. It
      *> browses the product master CADPRD.DAT and lists every item on
      *> sale whose quantity on hand has fallen under its reorder
      *> minimum, with the quantity needed to bring it back to the
      *> minimum and what that costs at the selling price - the
      *> shopping list for the next supplier order. Items withdrawn
      *> from sale at CADPMNT are left out.
      *>
      *> Output: CADRPO.RPT.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADRPT18.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT CADPRD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS PRD-CODIGO
               FILE STATUS  IS WS-STATUS.

           SELECT RELRPO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  CADPRD
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADPRD.DAT".
           COPY CADPRDR.

       FD  RELRPO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADRPO.RPT".
       01  LINHA-RELATORIO PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-STATUS PIC 9(02) VALUE ZEROS.
       01  WS-OPERACAO PIC X(40).

       01  WS-FIM-ARQUIVO PIC X(01).
           88 FIM-ARQUIVO     VALUE "S".
           88 NAO-FIM-ARQUIVO VALUE "N".

       77  CONST-MAX-LINHAS-PAGINA PIC 9(02) VALUE 20.
       01  WS-NUMERO-PAGINA PIC 9(04) VALUE ZEROS.
       01  WS-LINHAS-PAGINA PIC 9(02) VALUE ZEROS.

       01  WS-TOTAL-LIDOS  PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-REPOR  PIC 9(05) VALUE ZEROS.
       01  WS-QUANTIDADE-REPOR PIC 9(05).
       01  WS-VALOR-REPOR  PIC 9(07)V99.
       01  WS-VALOR-TOTAL  PIC 9(07)V99 VALUE ZEROS.

       01  WS-DATA-ATUAL PIC 9(08).
       01  WS-DATA-ATUAL-R REDEFINES WS-DATA-ATUAL.
           03 WS-ANO-ATUAL PIC 9(04).
           03 WS-MES-ATUAL PIC 9(02).
           03 WS-DIA-ATUAL PIC 9(02).

       01  LINHA-CABECALHO-1.
           03 FILLER          PIC X(28) VALUE
               "REPOSICAO DE ESTOQUE".
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
           03 FILLER          PIC X(07) VALUE "CODIGO ".
           03 FILLER          PIC X(31) VALUE "DESCRICAO".
           03 FILLER          PIC X(08) VALUE "ESTOQUE ".
           03 FILLER          PIC X(07) VALUE "MINIMO ".
           03 FILLER          PIC X(07) VALUE " REPOR ".
           03 FILLER          PIC X(20) VALUE "    VALOR A VENDA".

       01  LINHA-DETALHE.
           03 LD-CODIGO       PIC X(06).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LD-DESCRICAO    PIC X(30).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LD-ESTOQUE      PIC ZZZZ9.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LD-MINIMO       PIC ZZZZ9.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LD-REPOR        PIC ZZZZ9.
           03 FILLER          PIC X(08) VALUE SPACES.
           03 LD-VALOR        PIC Z.ZZZ.ZZ9,99.
           03 FILLER          PIC X(02) VALUE SPACES.

       01  LINHA-RODAPE.
           03 FILLER          PIC X(18) VALUE "ITENS A REPOR: ".
           03 LR-REPOR        PIC ZZZZ9.
           03 FILLER          PIC X(19) VALUE "  PRODUTOS LIDOS: ".
           03 LR-LIDOS        PIC ZZZZ9.
           03 FILLER          PIC X(09) VALUE "  VALOR: ".
           03 LR-VALOR        PIC Z.ZZZ.ZZ9,99.
           03 FILLER          PIC X(12) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM ABRIR-ARQUIVOS.

           SET NAO-FIM-ARQUIVO TO TRUE.
           PERFORM LER-PROXIMO-PRODUTO UNTIL FIM-ARQUIVO.

           PERFORM GERAR-RODAPE.
           PERFORM FECHAR-ARQUIVOS.

           DISPLAY "PRODUTOS ABAIXO DO MINIMO: " WS-TOTAL-REPOR.

           STOP RUN.

       ABRIR-ARQUIVOS.

           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.

           OPEN INPUT CADPRD.
           IF WS-STATUS = 35
               DISPLAY "CADPRD.DAT NAO ENCONTRADO - NADA A RELATAR"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "ABERTURA DE CADPRD (INPUT)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           OPEN OUTPUT RELRPO.
           MOVE "ABERTURA DE RELRPO (OUTPUT)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

       LER-PROXIMO-PRODUTO.

           READ CADPRD NEXT RECORD.
           IF WS-STATUS NOT = 00
               SET FIM-ARQUIVO TO TRUE
           ELSE
               ADD 1 TO WS-TOTAL-LIDOS
               IF PRD-ATIVO AND PRD-ESTOQUE < PRD-MINIMO
                   PERFORM IMPRIMIR-PRODUTO
               END-IF
           END-IF.

       IMPRIMIR-PRODUTO.

           IF WS-LINHAS-PAGINA = ZEROS
               OR WS-LINHAS-PAGINA >= CONST-MAX-LINHAS-PAGINA
               PERFORM GERAR-CABECALHO
           END-IF.

           ADD 1 TO WS-TOTAL-REPOR.
           COMPUTE WS-QUANTIDADE-REPOR = PRD-MINIMO - PRD-ESTOQUE.
           COMPUTE WS-VALOR-REPOR = WS-QUANTIDADE-REPOR * PRD-PRECO.
           ADD WS-VALOR-REPOR TO WS-VALOR-TOTAL.

           MOVE PRD-CODIGO          TO LD-CODIGO.
           MOVE PRD-DESCRICAO       TO LD-DESCRICAO.
           MOVE PRD-ESTOQUE         TO LD-ESTOQUE.
           MOVE PRD-MINIMO          TO LD-MINIMO.
           MOVE WS-QUANTIDADE-REPOR TO LD-REPOR.
           MOVE WS-VALOR-REPOR      TO LD-VALOR.

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

           MOVE WS-TOTAL-REPOR TO LR-REPOR.
           MOVE WS-TOTAL-LIDOS TO LR-LIDOS.
           MOVE WS-VALOR-TOTAL TO LR-VALOR.
           WRITE LINHA-RELATORIO FROM LINHA-RODAPE.
           MOVE "GRAVACAO DE RODAPE" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

       FECHAR-ARQUIVOS.

           CLOSE CADPRD.
           MOVE "FECHAMENTO DE CADPRD" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           CLOSE RELRPO.
           MOVE "FECHAMENTO DE RELRPO" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

       VERIFICAR-STATUS.

           IF WS-STATUS NOT = 00 AND WS-STATUS NOT = 02
               DISPLAY "ERRO DE E/S EM " WS-OPERACAO
               DISPLAY "FILE STATUS: " WS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       END PROGRAM CADRPT18.
