      *> ----------------------------------------------------------------
      *> CADPMNT is the product-maintenance action behind CADMENU's
      *> option 27: its own small numbered menu to include, alter and
      *> list the items sold at the desk on CADPRD.DAT - kimonos,
      *> belts, gloves, patches - and to book goods received from the
      *> supplier into the quantity on hand. Sales themselves go
      *> through the CADVEND screen, which takes the stock back out.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADPMNT.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT CADPRD ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS PRD-CODIGO
               LOCK MODE        IS AUTOMATIC
               FILE STATUS      IS WS-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  CADPRD
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADPRD.DAT".
           COPY CADPRDR.

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
       01  WS-PRECO-X       PIC X(07).
       01  WS-PRECO-NUM     REDEFINES WS-PRECO-X PIC 9(05)V99.
       01  WS-QUANTIDADE-X   PIC X(05).
       01  WS-QUANTIDADE-NUM REDEFINES WS-QUANTIDADE-X PIC 9(05).
      *> A quantity typed short ("12") lands at the left of the field;
      *> AJUSTAR-QUANTIDADE carries it to the right, zero-filled.
       01  WS-QUANTIDADE-DIGITADA PIC X(05).
       01  WS-TAMANHO-DIGITADO    PIC 9(02).

       01  WS-PRECO-EDITADO PIC ZZ.ZZ9,99.

       01  WS-DADOS-VALIDOS PIC X(01).
           88 DADOS-VALIDOS   VALUE "S".
           88 DADOS-INVALIDOS VALUE "N".

       01  WS-FIM-LISTA PIC X(01).
           88 FIM-LISTA     VALUE "S".
           88 NAO-FIM-LISTA VALUE "N".

       01  WS-TOTAL PIC 9(04) VALUE ZEROS.

      *> Polite wait-and-retry for an item another desk is selling,
      *> instead of failing with a bare file status.
       77  CONST-MAX-ESPERAS PIC 9(02) VALUE 5.
       77  CONST-SEGUNDOS-ESPERA PIC 9(01) VALUE 1.
       01  WS-TENTATIVAS PIC 9(02) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM ABRIR-CADPRD.

           SET CONTINUAR-MENU TO TRUE.
           PERFORM PROCESSAR-OPCAO UNTIL ENCERRAR-MENU.

           CLOSE CADPRD.
           MOVE "FECHAMENTO DE CADPRD" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           GOBACK.

      *> ----------------------------------------------------------------
      *> ABRIR-CADPRD opens the product master for update, creating it
      *> on first use the same way CADIMNT creates CADINS.DAT.
      *> ----------------------------------------------------------------
       ABRIR-CADPRD.

           OPEN I-O CADPRD.
           IF WS-STATUS = 35
               OPEN OUTPUT CADPRD
               MOVE "ABERTURA DE CADPRD (OUTPUT INICIAL)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               CLOSE CADPRD
               MOVE "FECHAMENTO DE CADPRD (INICIAL)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               OPEN I-O CADPRD
           END-IF.
           MOVE "ABERTURA DE CADPRD (I-O)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

       PROCESSAR-OPCAO.

           PERFORM EXIBIR-MENU.
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM INCLUIR-PRODUTO
               WHEN 2
                   PERFORM ALTERAR-PRODUTO
               WHEN 3
                   PERFORM ENTRADA-ESTOQUE
               WHEN 4
                   PERFORM LISTAR-PRODUTOS
               WHEN 5
                   SET ENCERRAR-MENU TO TRUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       EXIBIR-MENU.

           DISPLAY "===================================".
           DISPLAY "1. INCLUIR PRODUTO".
           DISPLAY "2. ALTERAR PRODUTO".
           DISPLAY "3. ENTRADA DE ESTOQUE".
           DISPLAY "4. LISTAR PRODUTOS".
           DISPLAY "5. VOLTAR".
           DISPLAY "===================================".
           DISPLAY "OPCAO: ".

      *> ----------------------------------------------------------------
      *> INCLUIR-PRODUTO registers a new item under an operator-chosen
      *> code. The opening stock is typed in with it; later arrivals go
      *> through ENTRADA-ESTOQUE.
      *> ----------------------------------------------------------------
       INCLUIR-PRODUTO.

           DISPLAY "CODIGO DO PRODUTO (ATE 6 POSICOES): ".
           ACCEPT PRD-CODIGO.
           IF PRD-CODIGO = SPACES
               DISPLAY "CODIGO VAZIO - INCLUSAO CANCELADA"
           ELSE
               READ CADPRD KEY IS PRD-CODIGO
               IF WS-STATUS = 00
                   DISPLAY "PRODUTO " PRD-CODIGO " JA CADASTRADO"
               ELSE
                   DISPLAY "DESCRICAO: "
                   ACCEPT PRD-DESCRICAO
                   PERFORM SOLICITAR-DADOS-PRODUTO
                   DISPLAY "ESTOQUE INICIAL: "
                   ACCEPT WS-QUANTIDADE-X
                   PERFORM AJUSTAR-QUANTIDADE
                   IF WS-QUANTIDADE-X IS NUMERIC
                       MOVE WS-QUANTIDADE-NUM TO PRD-ESTOQUE
                   ELSE
                       MOVE ZEROS TO PRD-ESTOQUE
                   END-IF
                   IF DADOS-VALIDOS
                       SET PRD-ATIVO TO TRUE
                       WRITE REG-PRODUTO
                       MOVE "GRAVACAO DE REG-PRODUTO" TO WS-OPERACAO
                       PERFORM VERIFICAR-STATUS
                       DISPLAY "PRODUTO " PRD-CODIGO " CADASTRADO"
                   END-IF
               END-IF
           END-IF.
           MOVE ZEROS TO WS-STATUS.

      *> ----------------------------------------------------------------
      *> SOLICITAR-DADOS-PRODUTO reads the type, belt, price and reorder
      *> minimum. A belt must name its faixa, or CADVEND could never
      *> offer it after an exam.
      *> ----------------------------------------------------------------
       SOLICITAR-DADOS-PRODUTO.

           SET DADOS-VALIDOS TO TRUE.

           DISPLAY "TIPO (K = KIMONO, F = FAIXA, L = LUVA, "
               "P = PATCH, O = OUTRO): ".
           ACCEPT WS-RESPOSTA.
           EVALUATE WS-RESPOSTA
               WHEN "k"
                   MOVE "K" TO PRD-TIPO
               WHEN "f"
                   MOVE "F" TO PRD-TIPO
               WHEN "l"
                   MOVE "L" TO PRD-TIPO
               WHEN "p"
                   MOVE "P" TO PRD-TIPO
               WHEN OTHER
                   MOVE WS-RESPOSTA TO PRD-TIPO
           END-EVALUATE.
           IF NOT PRD-KIMONO AND NOT PRD-FAIXA-TIPO AND NOT PRD-LUVA
               AND NOT PRD-PATCH
               SET PRD-OUTRO TO TRUE
           END-IF.

           IF PRD-FAIXA-TIPO
               DISPLAY "FAIXA (COMO REGISTRADA NO EXAME): "
               ACCEPT PRD-FAIXA
               IF PRD-FAIXA = SPACES
                   DISPLAY "FAIXA NAO INFORMADA"
                   SET DADOS-INVALIDOS TO TRUE
               END-IF
           ELSE
               MOVE SPACES TO PRD-FAIXA
           END-IF.

           DISPLAY "PRECO (CENTAVOS, EX 0018000 = 180,00): ".
           ACCEPT WS-PRECO-X.
           IF WS-PRECO-X IS NUMERIC AND WS-PRECO-NUM > ZEROS
               MOVE WS-PRECO-NUM TO PRD-PRECO
           ELSE
               DISPLAY "PRECO INVALIDO"
               SET DADOS-INVALIDOS TO TRUE
           END-IF.

           DISPLAY "ESTOQUE MINIMO: ".
           ACCEPT WS-QUANTIDADE-X.
           PERFORM AJUSTAR-QUANTIDADE.
           IF WS-QUANTIDADE-X IS NUMERIC
               MOVE WS-QUANTIDADE-NUM TO PRD-MINIMO
           ELSE
               MOVE ZEROS TO PRD-MINIMO
           END-IF.

           IF DADOS-INVALIDOS
               DISPLAY "PRODUTO NAO GRAVADO"
           END-IF.

      *> ----------------------------------------------------------------
      *> ALTERAR-PRODUTO retypes description, type, price and minimum,
      *> or withdraws the item from sale. The quantity on hand is only
      *> ever moved by ENTRADA-ESTOQUE and by the sales themselves.
      *> ----------------------------------------------------------------
       ALTERAR-PRODUTO.

           DISPLAY "CODIGO DO PRODUTO A ALTERAR: ".
           ACCEPT PRD-CODIGO.
           PERFORM LER-PRODUTO-COM-ESPERA.
           IF WS-STATUS = 00
               PERFORM EXIBIR-PRODUTO
               DISPLAY "I = INATIVAR, A = REATIVAR, "
                   "VAZIO = ALTERAR DADOS: "
               ACCEPT WS-RESPOSTA
               EVALUATE WS-RESPOSTA
                   WHEN "I"
                   WHEN "i"
                       SET PRD-INATIVO TO TRUE
                       PERFORM REGRAVAR-PRODUTO
                   WHEN "A"
                   WHEN "a"
                       SET PRD-ATIVO TO TRUE
                       PERFORM REGRAVAR-PRODUTO
                   WHEN OTHER
                       PERFORM ALTERAR-DADOS-PRODUTO
               END-EVALUATE
           ELSE
               IF WS-STATUS NOT = 51
                   DISPLAY "PRODUTO " PRD-CODIGO " NAO ENCONTRADO"
               END-IF
           END-IF.
           MOVE ZEROS TO WS-STATUS.

       ALTERAR-DADOS-PRODUTO.

           DISPLAY "NOVA DESCRICAO (VAZIO MANTEM): ".
           ACCEPT WS-CAMPO-DIGITADO.
           IF WS-CAMPO-DIGITADO NOT = SPACES
               MOVE WS-CAMPO-DIGITADO TO PRD-DESCRICAO
           END-IF.
           PERFORM SOLICITAR-DADOS-PRODUTO.
           IF DADOS-VALIDOS
               PERFORM REGRAVAR-PRODUTO
           END-IF.

       REGRAVAR-PRODUTO.

           REWRITE REG-PRODUTO.
           MOVE "REGRAVACAO DE REG-PRODUTO" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.
           DISPLAY "PRODUTO " PRD-CODIGO " ALTERADO".

      *> ----------------------------------------------------------------
      *> ENTRADA-ESTOQUE adds a supplier delivery to the quantity on
      *> hand.
      *> ----------------------------------------------------------------
       ENTRADA-ESTOQUE.

           DISPLAY "CODIGO DO PRODUTO: ".
           ACCEPT PRD-CODIGO.
           PERFORM LER-PRODUTO-COM-ESPERA.
           IF WS-STATUS = 00
               PERFORM EXIBIR-PRODUTO
               DISPLAY "QUANTIDADE RECEBIDA: "
               ACCEPT WS-QUANTIDADE-X
               PERFORM AJUSTAR-QUANTIDADE
               IF WS-QUANTIDADE-X IS NUMERIC
                   AND WS-QUANTIDADE-NUM > ZEROS
                   ADD WS-QUANTIDADE-NUM TO PRD-ESTOQUE
                       ON SIZE ERROR
                           DISPLAY "QUANTIDADE EXCEDE O LIMITE DO "
                               "ESTOQUE - NADA REGISTRADO"
                       NOT ON SIZE ERROR
                           PERFORM REGRAVAR-PRODUTO
                           DISPLAY "NOVO ESTOQUE: " PRD-ESTOQUE
                   END-ADD
               ELSE
                   DISPLAY "QUANTIDADE INVALIDA - NADA REGISTRADO"
               END-IF
           ELSE
               IF WS-STATUS NOT = 51
                   DISPLAY "PRODUTO " PRD-CODIGO " NAO ENCONTRADO"
               END-IF
           END-IF.
           MOVE ZEROS TO WS-STATUS.

      *> "12" becomes 00012 and "   12" becomes 00012; anything that is
      *> still not all digits afterwards is left for the caller.
       AJUSTAR-QUANTIDADE.

           MOVE ZEROS TO WS-TAMANHO-DIGITADO.
           INSPECT WS-QUANTIDADE-X TALLYING WS-TAMANHO-DIGITADO
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-TAMANHO-DIGITADO > ZEROS AND WS-TAMANHO-DIGITADO < 5
               AND WS-QUANTIDADE-X(WS-TAMANHO-DIGITADO + 1:) = SPACES
               MOVE WS-QUANTIDADE-X TO WS-QUANTIDADE-DIGITADA
               MOVE ZEROS TO WS-QUANTIDADE-X
               MOVE WS-QUANTIDADE-DIGITADA(1:WS-TAMANHO-DIGITADO) TO
                   WS-QUANTIDADE-X(6 - WS-TAMANHO-DIGITADO:
                       WS-TAMANHO-DIGITADO)
           END-IF.
           INSPECT WS-QUANTIDADE-X REPLACING LEADING SPACE BY ZERO.

       EXIBIR-PRODUTO.

           MOVE PRD-PRECO TO WS-PRECO-EDITADO.
           DISPLAY "PRODUTO " PRD-CODIGO " " PRD-DESCRICAO
               " TIPO " PRD-TIPO " " PRD-FAIXA.
           DISPLAY "  PRECO " WS-PRECO-EDITADO " ESTOQUE " PRD-ESTOQUE
               " MINIMO " PRD-MINIMO " STATUS " PRD-STATUS.

       LISTAR-PRODUTOS.

           MOVE ZEROS TO WS-TOTAL.
           MOVE SPACES TO PRD-CODIGO.
           START CADPRD KEY IS NOT LESS THAN PRD-CODIGO.
           IF WS-STATUS = 00
               SET NAO-FIM-LISTA TO TRUE
               PERFORM LISTAR-PROXIMO-PRODUTO UNTIL FIM-LISTA
           END-IF.
           MOVE ZEROS TO WS-STATUS.
           DISPLAY "TOTAL DE PRODUTOS: " WS-TOTAL.

       LISTAR-PROXIMO-PRODUTO.

           READ CADPRD NEXT RECORD.
           IF WS-STATUS NOT = 00
               SET FIM-LISTA TO TRUE
           ELSE
               ADD 1 TO WS-TOTAL
               PERFORM EXIBIR-PRODUTO
           END-IF.

      *> ----------------------------------------------------------------
      *> LER-PRODUTO-COM-ESPERA reads the item for update, waiting
      *> politely - up to CONST-MAX-ESPERAS tries, one second apart -
      *> when a sale at another desk holds the record (status 51).
      *> ----------------------------------------------------------------
       LER-PRODUTO-COM-ESPERA.

           MOVE ZEROS TO WS-TENTATIVAS.
           PERFORM LER-PRODUTO-UMA-VEZ WITH TEST AFTER
               UNTIL WS-STATUS NOT = 51
               OR WS-TENTATIVAS > CONST-MAX-ESPERAS.
           IF WS-STATUS = 51
               DISPLAY "PRODUTO AINDA EM USO - TENTE NOVAMENTE "
                   "MAIS TARDE"
           END-IF.

       LER-PRODUTO-UMA-VEZ.

           READ CADPRD KEY IS PRD-CODIGO.
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

       END PROGRAM CADPMNT.
