      *>
      *> The payment date comes off the command line as AAAAMMDD; when
      *> it is absent the report closes today's drawer.
      *>
      *> Since payments can be short and charges can be settled over
      *> several visits, the day's money is read off the CADLCT.DAT
      *> ledger instead: every "P" line (applied to a charge) and "C"
      *> line (excess kept as the student's credit) dated on the day,
      *> by the operator who took it. Credit CADBILL used up ("U")
      *> moved no money and stays out. An installation that has not
      *> booked a single ledger line yet still closes from CADCOB.
      *>
      *> After the closing, a page of the month's desk sales: every
      *> CADVEND sale on CADVDA.DAT from the 1st of the month up to the
      *> closing day, summed per product into what was paid on the
      *> spot and what was charged to the students' accounts. The
      *> page is skipped where nothing was ever sold.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADRPT07.
               ALTERNATE KEY    IS CPF-ALU WITH DUPLICATES
               FILE STATUS      IS WS-STATUS.

           SELECT CADLCT ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS.

      *> Desk sales and the product master that names them - both
      *> optional.
           SELECT CADVDA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS VDA-NUMERO
               FILE STATUS  IS WS-STATUS.

           SELECT CADPRD ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS PRD-CODIGO
               FILE STATUS      IS WS-STATUS.

           SELECT RELCXA ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS.
           VALUE OF FILE-ID IS "CADALU.DAT".
           COPY CADREG.

       FD  CADLCT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADLCT.DAT".
           COPY CADLCTR.

       FD  CADVDA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADVDA.DAT".
           COPY CADVDAR.

       FD  CADPRD
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADPRD.DAT".
           COPY CADPRDR.

       FD  RELCXA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADCXA.RPT".
       01  WS-COMANDO-COMPLETO PIC X(40).
       01  WS-DATA-CAIXA-X PIC X(08).
       01  WS-DATA-CAIXA   PIC 9(08).
       01  WS-DATA-CAIXA-R REDEFINES WS-DATA-CAIXA.
           03 WS-MES-CAIXA PIC 9(06).
           03 WS-DIA-CAIXA PIC 9(02).

       01  WS-FIM-ARQUIVO PIC X(01).
           88 FIM-ARQUIVO     VALUE "S".
           88 NAO-FIM-ARQUIVO VALUE "N".

       01  WS-TEM-LANCAMENTOS PIC X(01).
           88 TEM-LANCAMENTOS     VALUE "S".
           88 NAO-TEM-LANCAMENTOS VALUE "N".

      *> The payment being printed, whichever file it came from.
       01  WS-PAG-MATRICULA   PIC 9(05).
       01  WS-PAG-COMPETENCIA PIC 9(06).
       01  WS-PAG-VALOR       PIC 9(06)V99.
       01  WS-PAG-OPERADOR    PIC X(08).
       01  WS-PAG-TIPO        PIC X(07).

       77  CONST-MAX-LINHAS-PAGINA PIC 9(02) VALUE 20.
       01  WS-NUMERO-PAGINA PIC 9(04) VALUE ZEROS.
       01  WS-LINHAS-PAGINA PIC 9(02) VALUE ZEROS.
           88 ENCONTROU-OPERADOR     VALUE "S".
           88 NAO-ENCONTROU-OPERADOR VALUE "N".

      *> Month-to-date sales per product, bounded like the operator
      *> table above.
       77  CONST-MAX-PRODUTOS PIC 9(03) VALUE 50.
       01  WS-TOTAL-PRODUTOS PIC 9(03) VALUE ZEROS.
       01  TABELA-VENDAS.
           03 VENDA-OCORRENCIA OCCURS 50 TIMES.
              05 TBV-PRODUTO    PIC X(06).
              05 TBV-QUANTIDADE PIC 9(05).
              05 TBV-A-VISTA    PIC 9(07)V99.
              05 TBV-NA-CONTA   PIC 9(07)V99.
       01  WS-ENCONTROU-PRODUTO PIC X(01).
           88 ENCONTROU-PRODUTO     VALUE "S".
           88 NAO-ENCONTROU-PRODUTO VALUE "N".
       01  WS-TEM-PRODUTOS PIC X(01).
           88 TEM-PRODUTOS     VALUE "S".
           88 NAO-TEM-PRODUTOS VALUE "N".
       01  WS-VENDAS-QUANTIDADE PIC 9(05) VALUE ZEROS.
       01  WS-VENDAS-A-VISTA    PIC 9(07)V99 VALUE ZEROS.
       01  WS-VENDAS-NA-CONTA   PIC 9(07)V99 VALUE ZEROS.
       01  WS-VENDAS-TOTAL      PIC 9(07)V99.

       01  WS-DATA-ATUAL PIC 9(08).
       01  WS-DATA-ATUAL-R REDEFINES WS-DATA-ATUAL.
           03 WS-ANO-ATUAL PIC 9(04).
           03 FILLER          PIC X(26) VALUE "NOME".
           03 FILLER          PIC X(08) VALUE "COMPET. ".
           03 FILLER          PIC X(12) VALUE "VALOR PAGO  ".
           03 FILLER          PIC X(09) VALUE "OPERADOR ".
           03 FILLER          PIC X(07) VALUE "TIPO".
           03 FILLER          PIC X(08) VALUE SPACES.

       01  LINHA-DETALHE.
           03 LD-MATRICULA    PIC ZZZZ9.
           03 LD-VALOR        PIC ZZ.ZZ9,99.
           03 FILLER          PIC X(03) VALUE SPACES.
           03 LD-OPERADOR     PIC X(08).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LD-TIPO         PIC X(07).
           03 FILLER          PIC X(08) VALUE SPACES.

       01  LINHA-TITULO-SUBTOTAL.
           03 FILLER PIC X(23) VALUE "SUBTOTAIS POR OPERADOR:".
           03 LR-VALOR        PIC Z.ZZZ.ZZ9,99.
           03 FILLER          PIC X(26) VALUE SPACES.

       01  LINHA-TITULO-VENDAS.
           03 FILLER          PIC X(22) VALUE "VENDAS DO MES - DE 01 ".
           03 FILLER          PIC X(04) VALUE "ATE ".
           03 LTV-DIA         PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LTV-MES         PIC 9(06).
           03 FILLER          PIC X(45) VALUE SPACES.

       01  LINHA-CABECALHO-VENDAS.
           03 FILLER          PIC X(32) VALUE "CODIGO DESCRICAO".
           03 FILLER          PIC X(07) VALUE "QTDE".
           03 FILLER          PIC X(12) VALUE "   A VISTA".
           03 FILLER          PIC X(12) VALUE "  NA CONTA".
           03 FILLER          PIC X(17) VALUE "       TOTAL".

       01  LINHA-VENDA.
           03 LV-CODIGO       PIC X(06).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LV-DESCRICAO    PIC X(24).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LV-QUANTIDADE   PIC ZZZZ9.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LV-A-VISTA      PIC ZZZ.ZZ9,99.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LV-NA-CONTA     PIC ZZZ.ZZ9,99.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LV-TOTAL        PIC Z.ZZZ.ZZ9,99.
           03 FILLER          PIC X(05) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM ABRIR-ARQUIVOS.

           SET NAO-FIM-ARQUIVO TO TRUE.
           IF TEM-LANCAMENTOS
               PERFORM LER-PROXIMO-LANCAMENTO UNTIL FIM-ARQUIVO
           ELSE
               PERFORM LER-PROXIMA-COBRANCA UNTIL FIM-ARQUIVO
           END-IF.

           PERFORM GERAR-SUBTOTAIS.
           PERFORM GERAR-RODAPE.
           PERFORM GERAR-RESUMO-VENDAS.
           PERFORM FECHAR-ARQUIVOS.

           DISPLAY "PAGAMENTOS DO DIA " WS-DATA-CAIXA ": "

      *> ----------------------------------------------------------------
      *> ABRIR-ARQUIVOS reads the payment date off the command line
      *> (today when absent) and opens the ledger - or, before the first
      *> ledger line was ever booked, the charges file - the master and
      *> the print file the same way CADRPT04 does.
      *> ----------------------------------------------------------------
       ABRIR-ARQUIVOS.
               MOVE WS-DATA-CAIXA-X TO WS-DATA-CAIXA
           END-IF.

           SET TEM-LANCAMENTOS TO TRUE.
           OPEN INPUT CADLCT.
           IF WS-STATUS = 35
               SET NAO-TEM-LANCAMENTOS TO TRUE
               OPEN INPUT CADCOB
               IF WS-STATUS = 35
                   DISPLAY "CADCOB.DAT NAO ENCONTRADO - NADA A RELATAR"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "ABERTURA DE CADCOB (INPUT)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           ELSE
               MOVE "ABERTURA DE CADLCT (INPUT)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

           OPEN INPUT CADALU.
           IF WS-STATUS = 35
               SET FIM-ARQUIVO TO TRUE
           ELSE
               IF COB-PAGA AND COB-DATA-PAGAMENTO = WS-DATA-CAIXA
                   MOVE COB-MATRICULA   TO WS-PAG-MATRICULA
                   MOVE COB-COMPETENCIA TO WS-PAG-COMPETENCIA
                   MOVE COB-VALOR-PAGO  TO WS-PAG-VALOR
                   MOVE COB-OPERADOR    TO WS-PAG-OPERADOR
                   MOVE SPACES          TO WS-PAG-TIPO
                   PERFORM IMPRIMIR-PAGAMENTO
               END-IF
           END-IF.

      *> ----------------------------------------------------------------
      *> LER-PROXIMO-LANCAMENTO takes the day's ledger lines that moved
      *> money - the part of a payment applied to a charge and the
      *> excess kept as credit, each printed on its own line.
      *> ----------------------------------------------------------------
       LER-PROXIMO-LANCAMENTO.

           READ CADLCT
               AT END
                   SET FIM-ARQUIVO TO TRUE
               NOT AT END
                   IF LCT-DATA = WS-DATA-CAIXA
                       AND (LCT-PAGAMENTO OR LCT-CREDITO-GERADO)
                       MOVE LCT-MATRICULA   TO WS-PAG-MATRICULA
                       MOVE LCT-COMPETENCIA TO WS-PAG-COMPETENCIA
                       MOVE LCT-VALOR       TO WS-PAG-VALOR
                       MOVE LCT-OPERADOR    TO WS-PAG-OPERADOR
                       IF LCT-PAGAMENTO
                           MOVE "PAGTO"   TO WS-PAG-TIPO
                       ELSE
                           MOVE "CREDITO" TO WS-PAG-TIPO
                       END-IF
                       PERFORM IMPRIMIR-PAGAMENTO
                   END-IF
           END-READ.

       IMPRIMIR-PAGAMENTO.

           IF WS-LINHAS-PAGINA = ZEROS
           END-IF.

           ADD 1 TO WS-TOTAL-PAGAMENTOS.
           ADD WS-PAG-VALOR TO WS-VALOR-TOTAL.
           PERFORM ACUMULAR-OPERADOR.

           MOVE WS-PAG-MATRICULA TO LD-MATRICULA.
           PERFORM BUSCAR-NOME-ALUNO.
           MOVE WS-PAG-COMPETENCIA TO LD-COMPETENCIA.
           MOVE WS-PAG-VALOR TO LD-VALOR.
           MOVE WS-PAG-OPERADOR TO LD-OPERADOR.
           MOVE WS-PAG-TIPO TO LD-TIPO.

           WRITE LINHA-RELATORIO FROM LINHA-DETALHE.
           MOVE "GRAVACAO DE LINHA DE DETALHE" TO WS-OPERACAO.
               IF WS-TOTAL-OPERADORES < CONST-MAX-OPERADORES
                   ADD 1 TO WS-TOTAL-OPERADORES
                   MOVE WS-TOTAL-OPERADORES TO WS-INDICE
                   MOVE WS-PAG-OPERADOR TO TBO-OPERADOR(WS-INDICE)
                   MOVE ZEROS TO TBO-QUANTIDADE(WS-INDICE)
                   MOVE ZEROS TO TBO-VALOR(WS-INDICE)
                   SET ENCONTROU-OPERADOR TO TRUE

           IF ENCONTROU-OPERADOR
               ADD 1 TO TBO-QUANTIDADE(WS-INDICE)
               ADD WS-PAG-VALOR TO TBO-VALOR(WS-INDICE)
           END-IF.

       PROCURAR-OPERADOR.

           IF TBO-OPERADOR(WS-INDICE) = WS-PAG-OPERADOR
               SET ENCONTROU-OPERADOR TO TRUE
           ELSE
               ADD 1 TO WS-INDICE

       BUSCAR-NOME-ALUNO.

           MOVE WS-PAG-MATRICULA TO KEY-ALU.
           READ CADALU KEY IS KEY-ALU.
           IF WS-STATUS = 00
               MOVE NOME-ALU TO LD-NOME
           MOVE "GRAVACAO DE RODAPE" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

      *> ----------------------------------------------------------------
      *> GERAR-RESUMO-VENDAS prints the month's desk sales on a page of
      *> their own: CADVDA.DAT is read in sale-number order, the sales
      *> of the closing month up to the closing day are summed per
      *> product, and one line per product plus a total line follow.
      *> ----------------------------------------------------------------
       GERAR-RESUMO-VENDAS.

           OPEN INPUT CADVDA.
           IF WS-STATUS = 35
               MOVE ZEROS TO WS-STATUS
           ELSE
               MOVE "ABERTURA DE CADVDA (INPUT)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               SET NAO-FIM-ARQUIVO TO TRUE
               PERFORM LER-PROXIMA-VENDA UNTIL FIM-ARQUIVO
               CLOSE CADVDA
               MOVE "FECHAMENTO DE CADVDA" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               PERFORM IMPRIMIR-RESUMO-VENDAS
           END-IF.

       LER-PROXIMA-VENDA.

           READ CADVDA NEXT RECORD.
           IF WS-STATUS NOT = 00
               SET FIM-ARQUIVO TO TRUE
           ELSE
               IF VDA-ANO-MES = WS-MES-CAIXA
                   AND VDA-DATA NOT > WS-DATA-CAIXA
                   PERFORM ACUMULAR-VENDA
               END-IF
           END-IF.

       ACUMULAR-VENDA.

           SET NAO-ENCONTROU-PRODUTO TO TRUE.

           IF WS-TOTAL-PRODUTOS > ZERO
               MOVE 1 TO WS-INDICE
               PERFORM PROCURAR-PRODUTO WITH TEST AFTER
                   UNTIL WS-INDICE > WS-TOTAL-PRODUTOS
                   OR ENCONTROU-PRODUTO
           END-IF.

           IF NOT ENCONTROU-PRODUTO
               IF WS-TOTAL-PRODUTOS < CONST-MAX-PRODUTOS
                   ADD 1 TO WS-TOTAL-PRODUTOS
                   MOVE WS-TOTAL-PRODUTOS TO WS-INDICE
                   MOVE VDA-PRODUTO TO TBV-PRODUTO(WS-INDICE)
                   MOVE ZEROS TO TBV-QUANTIDADE(WS-INDICE)
                   MOVE ZEROS TO TBV-A-VISTA(WS-INDICE)
                   MOVE ZEROS TO TBV-NA-CONTA(WS-INDICE)
                   SET ENCONTROU-PRODUTO TO TRUE
               END-IF
           END-IF.

           IF ENCONTROU-PRODUTO
               ADD VDA-QUANTIDADE TO TBV-QUANTIDADE(WS-INDICE)
               IF VDA-A-VISTA
                   ADD VDA-VALOR TO TBV-A-VISTA(WS-INDICE)
               ELSE
                   ADD VDA-VALOR TO TBV-NA-CONTA(WS-INDICE)
               END-IF
           END-IF.

       PROCURAR-PRODUTO.

           IF TBV-PRODUTO(WS-INDICE) = VDA-PRODUTO
               SET ENCONTROU-PRODUTO TO TRUE
           ELSE
               ADD 1 TO WS-INDICE
           END-IF.

       IMPRIMIR-RESUMO-VENDAS.

           OPEN INPUT CADPRD.
           IF WS-STATUS = 35
               SET NAO-TEM-PRODUTOS TO TRUE
               MOVE ZEROS TO WS-STATUS
           ELSE
               SET TEM-PRODUTOS TO TRUE
               MOVE "ABERTURA DE CADPRD (INPUT)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

           PERFORM GERAR-CABECALHO-VENDAS.
           PERFORM IMPRIMIR-VENDA-PRODUTO VARYING WS-INDICE FROM 1 BY 1
               UNTIL WS-INDICE > WS-TOTAL-PRODUTOS.

           MOVE SPACES TO LV-CODIGO.
           MOVE "TOTAL DAS VENDAS" TO LV-DESCRICAO.
           MOVE WS-VENDAS-QUANTIDADE TO LV-QUANTIDADE.
           MOVE WS-VENDAS-A-VISTA TO LV-A-VISTA.
           MOVE WS-VENDAS-NA-CONTA TO LV-NA-CONTA.
           COMPUTE WS-VENDAS-TOTAL =
               WS-VENDAS-A-VISTA + WS-VENDAS-NA-CONTA.
           MOVE WS-VENDAS-TOTAL TO LV-TOTAL.
           WRITE LINHA-RELATORIO FROM LINHA-VENDA.
           MOVE "GRAVACAO DE TOTAL DAS VENDAS" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           IF TEM-PRODUTOS
               CLOSE CADPRD
               MOVE "FECHAMENTO DE CADPRD" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

       IMPRIMIR-VENDA-PRODUTO.

           IF WS-LINHAS-PAGINA >= CONST-MAX-LINHAS-PAGINA
               PERFORM GERAR-CABECALHO-VENDAS
           END-IF.

           MOVE TBV-PRODUTO(WS-INDICE) TO LV-CODIGO.
           MOVE "(NAO CADASTRADO)" TO LV-DESCRICAO.
           IF TEM-PRODUTOS
               MOVE TBV-PRODUTO(WS-INDICE) TO PRD-CODIGO
               READ CADPRD KEY IS PRD-CODIGO
               IF WS-STATUS = 00
                   MOVE PRD-DESCRICAO TO LV-DESCRICAO
               END-IF
               MOVE ZEROS TO WS-STATUS
           END-IF.
           MOVE TBV-QUANTIDADE(WS-INDICE) TO LV-QUANTIDADE.
           MOVE TBV-A-VISTA(WS-INDICE) TO LV-A-VISTA.
           MOVE TBV-NA-CONTA(WS-INDICE) TO LV-NA-CONTA.
           COMPUTE WS-VENDAS-TOTAL =
               TBV-A-VISTA(WS-INDICE) + TBV-NA-CONTA(WS-INDICE).
           MOVE WS-VENDAS-TOTAL TO LV-TOTAL.

           ADD TBV-QUANTIDADE(WS-INDICE) TO WS-VENDAS-QUANTIDADE.
           ADD TBV-A-VISTA(WS-INDICE) TO WS-VENDAS-A-VISTA.
           ADD TBV-NA-CONTA(WS-INDICE) TO WS-VENDAS-NA-CONTA.

           WRITE LINHA-RELATORIO FROM LINHA-VENDA.
           MOVE "GRAVACAO DE LINHA DE VENDA" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.
           ADD 1 TO WS-LINHAS-PAGINA.

       GERAR-CABECALHO-VENDAS.

           ADD 1 TO WS-NUMERO-PAGINA.
           MOVE ZEROS TO WS-LINHAS-PAGINA.

           MOVE WS-DATA-CAIXA    TO LC-DATA-CAIXA.
           MOVE WS-NUMERO-PAGINA TO LC-PAGINA.
           WRITE LINHA-RELATORIO FROM LINHA-CABECALHO-1.
           MOVE "GRAVACAO DE CABECALHO (VENDAS)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           MOVE WS-DIA-CAIXA TO LTV-DIA.
           MOVE WS-MES-CAIXA TO LTV-MES.
           WRITE LINHA-RELATORIO FROM LINHA-TITULO-VENDAS.
           MOVE "GRAVACAO DE TITULO (VENDAS)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           WRITE LINHA-RELATORIO FROM LINHA-CABECALHO-VENDAS.
           MOVE "GRAVACAO DE CABECALHO DE VENDAS" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

       FECHAR-ARQUIVOS.

           IF TEM-LANCAMENTOS
               CLOSE CADLCT
               MOVE "FECHAMENTO DE CADLCT" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           ELSE
               CLOSE CADCOB
               MOVE "FECHAMENTO DE CADCOB" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

           CLOSE CADALU.
           MOVE "FECHAMENTO DE CADALU" TO WS-OPERACAO.
