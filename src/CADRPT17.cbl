      *> ----------------------------------------------------------------
      *> CADRPT17 is the results report of one event. It reads the
      *> athletes CADEINS signed up on CADEIN.DAT and prints them
      *> category by category - age bracket, then faixa when the event
      *> splits by belt - in order of placing, athletes with no
      *> placing typed in last, followed by the school's medal count.
      *> Cancelled sign-ups do not print. The lines go through a SORT
      *> the way CADRPT14 orders its statement.
      *>
      *> Argument off the command line: the event number (required).
      *> Output: CADEVR.RPT.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADRPT17.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT CADEVT ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS EVT-CODIGO
               FILE STATUS      IS WS-STATUS.

           SELECT CADEIN ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS EIN-CHAVE
               FILE STATUS      IS WS-STATUS.

           SELECT CADALU ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS KEY-ALU
               ALTERNATE KEY    IS NOME-ALU WITH DUPLICATES
               ALTERNATE KEY    IS CPF-ALU WITH DUPLICATES
               FILE STATUS      IS WS-STATUS.

           SELECT RELEVR ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS.

           SELECT SORT-EVR ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.

       FD  CADEVT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADEVT.DAT".
           COPY CADEVTR.

       FD  CADEIN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADEIN.DAT".
           COPY CADEINR.

       FD  CADALU
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADALU.DAT".
           COPY CADREG.

       FD  RELEVR
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADEVR.RPT".
       01  LINHA-RELATORIO PIC X(80).

      *> One line per athlete; an athlete with no placing sorts as 99
      *> so the podium heads each category.
       SD  SORT-EVR.
       01  SRT-RESULTADO.
           03 SRT-CATEGORIA    PIC 9(01).
           03 SRT-FAIXA        PIC X(10).
           03 SRT-ORDEM        PIC 9(02).
           03 SRT-MATRICULA    PIC 9(05).
           03 SRT-FAIXA-ATLETA PIC X(10).
           03 SRT-COLOCACAO    PIC 9(02).
           03 SRT-MEDALHA      PIC X(01).
              88 SRT-OURO         VALUE "O".
              88 SRT-PRATA        VALUE "P".
              88 SRT-BRONZE       VALUE "B".

       WORKING-STORAGE SECTION.

       01  WS-STATUS PIC 9(02) VALUE ZEROS.
       01  WS-OPERACAO PIC X(40).

       01  WS-COMANDO-COMPLETO PIC X(40).
      *> The event number as typed, and its length - it is carried
      *> right-justified into the zero-filled WS-EVENTO-X, so "3" is
      *> event 0003.
       01  WS-EVENTO-DIGITADO PIC X(04).
       01  WS-TAMANHO-EVENTO  PIC 9(02).
       01  WS-EVENTO-X   PIC X(04).
       01  WS-EVENTO-NUM REDEFINES WS-EVENTO-X PIC 9(04).

       01  WS-FIM-ARQUIVO PIC X(01).
           88 FIM-ARQUIVO     VALUE "S".
           88 NAO-FIM-ARQUIVO VALUE "N".

       01  WS-FIM-RETORNO PIC X(01).
           88 FIM-RETORNO     VALUE "S".
           88 NAO-FIM-RETORNO VALUE "N".

       77  CONST-MAX-LINHAS-PAGINA PIC 9(02) VALUE 20.
       01  WS-NUMERO-PAGINA PIC 9(04) VALUE ZEROS.
       01  WS-LINHAS-PAGINA PIC 9(02) VALUE ZEROS.

      *> Category being printed: age bracket plus faixa.
       01  WS-CATEGORIA-CORRENTE.
           03 WS-CAT-IDADE-CORRENTE PIC 9(01) VALUE ZEROS.
           03 WS-CAT-FAIXA-CORRENTE PIC X(10) VALUE SPACES.
       01  WS-CATEGORIA-LIDA.
           03 WS-CAT-IDADE-LIDA PIC 9(01).
           03 WS-CAT-FAIXA-LIDA PIC X(10).

       01  WS-TOTAL-ATLETAS PIC 9(04) VALUE ZEROS.
       01  WS-TOTAL-OURO    PIC 9(04) VALUE ZEROS.
       01  WS-TOTAL-PRATA   PIC 9(04) VALUE ZEROS.
       01  WS-TOTAL-BRONZE  PIC 9(04) VALUE ZEROS.

       01  WS-DATA-ATUAL PIC 9(08).
       01  WS-DATA-ATUAL-R REDEFINES WS-DATA-ATUAL.
           03 WS-ANO-ATUAL PIC 9(04).
           03 WS-MES-ATUAL PIC 9(02).
           03 WS-DIA-ATUAL PIC 9(02).

      *> Bracket names as CADFEDX defines them.
       01  TABELA-CATEGORIAS.
           03 FILLER PIC X(10) VALUE "ATE 9     ".
           03 FILLER PIC X(10) VALUE "10 A 14   ".
           03 FILLER PIC X(10) VALUE "15 A 17   ".
           03 FILLER PIC X(10) VALUE "18 A 29   ".
           03 FILLER PIC X(10) VALUE "30 A 44   ".
           03 FILLER PIC X(10) VALUE "45 OU MAIS".
       01  TABELA-CATEGORIAS-R REDEFINES TABELA-CATEGORIAS.
           03 WS-NOME-CATEGORIA PIC X(10) OCCURS 6 TIMES.

       01  LINHA-CABECALHO-1.
           03 FILLER          PIC X(28) VALUE
               "RESULTADOS DE EVENTO".
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
           03 LC-EVENTO       PIC 9(04).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LC-NOME-EVENTO  PIC X(30).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LC-DIA-EVENTO   PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LC-MES-EVENTO   PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LC-ANO-EVENTO   PIC 9(04).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LC-LOCAL        PIC X(30).
           03 FILLER          PIC X(03) VALUE SPACES.

       01  LINHA-CATEGORIA.
           03 FILLER          PIC X(11) VALUE "CATEGORIA: ".
           03 LCT-IDADE       PIC X(10).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LCT-FAIXA       PIC X(10).
           03 FILLER          PIC X(47) VALUE SPACES.

       01  LINHA-DETALHE.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LD-COLOCACAO    PIC X(03).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LD-MEDALHA      PIC X(06).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LD-MATRICULA    PIC ZZZZ9.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LD-NOME         PIC X(45).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LD-FAIXA        PIC X(10).
           03 FILLER          PIC X(05) VALUE SPACES.

       01  LD-COLOCACAO-NUM.
           03 LDC-NUMERO      PIC Z9.
           03 FILLER          PIC X(01) VALUE "O".

       01  LINHA-RODAPE.
           03 FILLER          PIC X(09) VALUE "ATLETAS: ".
           03 LR-ATLETAS      PIC ZZZ9.
           03 FILLER          PIC X(09) VALUE "   OURO: ".
           03 LR-OURO         PIC ZZZ9.
           03 FILLER          PIC X(10) VALUE "   PRATA: ".
           03 LR-PRATA        PIC ZZZ9.
           03 FILLER          PIC X(11) VALUE "   BRONZE: ".
           03 LR-BRONZE       PIC ZZZ9.
           03 FILLER          PIC X(25) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM ABRIR-ARQUIVOS.

           SORT SORT-EVR
               ON ASCENDING KEY SRT-CATEGORIA SRT-FAIXA SRT-ORDEM
                                SRT-MATRICULA
               INPUT PROCEDURE IS SELECIONAR-INSCRITOS
               OUTPUT PROCEDURE IS IMPRIMIR-RESULTADOS.

           IF SORT-RETURN NOT = 0
               DISPLAY "ERRO NA ORDENACAO DOS RESULTADOS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM FECHAR-ARQUIVOS.

           DISPLAY "ATLETAS NO RELATORIO: " WS-TOTAL-ATLETAS.
           DISPLAY "MEDALHAS - OURO " WS-TOTAL-OURO
               " PRATA " WS-TOTAL-PRATA
               " BRONZE " WS-TOTAL-BRONZE.

           STOP RUN.

       ABRIR-ARQUIVOS.

           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.

           ACCEPT WS-COMANDO-COMPLETO FROM COMMAND-LINE.
           MOVE SPACES TO WS-EVENTO-DIGITADO.
           MOVE ZEROS TO WS-TAMANHO-EVENTO.
           UNSTRING WS-COMANDO-COMPLETO DELIMITED BY SPACE
               INTO WS-EVENTO-DIGITADO COUNT IN WS-TAMANHO-EVENTO.
           MOVE SPACES TO WS-EVENTO-X.
           IF WS-TAMANHO-EVENTO > ZEROS AND WS-TAMANHO-EVENTO < 5
               MOVE ZEROS TO WS-EVENTO-X
               MOVE WS-EVENTO-DIGITADO(1:WS-TAMANHO-EVENTO) TO
                   WS-EVENTO-X(5 - WS-TAMANHO-EVENTO:WS-TAMANHO-EVENTO)
           END-IF.
           IF WS-EVENTO-X NOT NUMERIC OR WS-EVENTO-NUM = ZEROS
               DISPLAY "USO: CADRPT17 numero-do-evento"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT CADEVT.
           IF WS-STATUS = 35
               DISPLAY "CADEVT.DAT NAO ENCONTRADO - NADA A RELATAR"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "ABERTURA DE CADEVT (INPUT)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           MOVE WS-EVENTO-NUM TO EVT-CODIGO.
           READ CADEVT KEY IS EVT-CODIGO.
           IF WS-STATUS NOT = 00
               DISPLAY "EVENTO " WS-EVENTO-X " NAO ENCONTRADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT CADEIN.
           IF WS-STATUS = 35
               DISPLAY "CADEIN.DAT NAO ENCONTRADO - NENHUMA INSCRICAO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "ABERTURA DE CADEIN (INPUT)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           OPEN INPUT CADALU.
           IF WS-STATUS = 35
               DISPLAY "CADALU.DAT NAO ENCONTRADO - NADA A RELATAR"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "ABERTURA DE CADALU (INPUT)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           OPEN OUTPUT RELEVR.
           MOVE "ABERTURA DE RELEVR (OUTPUT)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

       FECHAR-ARQUIVOS.

           CLOSE CADEVT.
           MOVE "FECHAMENTO DE CADEVT" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           CLOSE CADEIN.
           MOVE "FECHAMENTO DE CADEIN" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           CLOSE CADALU.
           MOVE "FECHAMENTO DE CADALU" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           CLOSE RELEVR.
           MOVE "FECHAMENTO DE RELEVR" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

       VERIFICAR-STATUS.

           IF WS-STATUS NOT = 00 AND WS-STATUS NOT = 02
               DISPLAY "ERRO DE E/S EM " WS-OPERACAO
               DISPLAY "FILE STATUS: " WS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> ----------------------------------------------------------------
      *> SELECIONAR-INSCRITOS is the SORT's input procedure: a keyed
      *> browse of the event's sign-ups, RELEASEing the ones in force.
      *> ----------------------------------------------------------------
       SELECIONAR-INSCRITOS SECTION.
       SELECIONAR-INSCRITOS-INICIO.

           MOVE EVT-CODIGO TO EIN-EVENTO.
           MOVE ZEROS TO EIN-MATRICULA.
           START CADEIN KEY IS NOT LESS THAN EIN-CHAVE.
           IF WS-STATUS = 00
               SET NAO-FIM-ARQUIVO TO TRUE
               PERFORM LER-PROXIMA-INSCRICAO UNTIL FIM-ARQUIVO
           END-IF.
           MOVE ZEROS TO WS-STATUS.
           GO TO SELECIONAR-INSCRITOS-FIM.

       LER-PROXIMA-INSCRICAO.

           READ CADEIN NEXT RECORD.
           IF WS-STATUS NOT = 00 OR EIN-EVENTO NOT = EVT-CODIGO
               SET FIM-ARQUIVO TO TRUE
           ELSE
               IF EIN-INSCRITO
                   PERFORM LIBERAR-INSCRICAO
               END-IF
           END-IF.

       LIBERAR-INSCRICAO.

           MOVE EIN-CATEGORIA-IDADE TO SRT-CATEGORIA.
           IF EVT-POR-FAIXA
               MOVE EIN-FAIXA TO SRT-FAIXA
           ELSE
               MOVE SPACES TO SRT-FAIXA
           END-IF.
           IF EIN-COLOCACAO = ZEROS
               MOVE 99 TO SRT-ORDEM
           ELSE
               MOVE EIN-COLOCACAO TO SRT-ORDEM
           END-IF.
           MOVE EIN-MATRICULA TO SRT-MATRICULA.
           MOVE EIN-FAIXA     TO SRT-FAIXA-ATLETA.
           MOVE EIN-COLOCACAO TO SRT-COLOCACAO.
           MOVE EIN-MEDALHA   TO SRT-MEDALHA.
           RELEASE SRT-RESULTADO.

      *> The GO TO above lands here so the section never falls through
      *> its helper paragraphs after the selection is done.
       SELECIONAR-INSCRITOS-FIM.
           EXIT.

      *> ----------------------------------------------------------------
      *> IMPRIMIR-RESULTADOS is the SORT's output procedure: a category
      *> line at every change of bracket/faixa, one line per athlete
      *> and the medal count at the end.
      *> ----------------------------------------------------------------
       IMPRIMIR-RESULTADOS SECTION.
       IMPRIMIR-RESULTADOS-INICIO.

           SET NAO-FIM-RETORNO TO TRUE.
           PERFORM RETORNAR-PROXIMO-RESULTADO UNTIL FIM-RETORNO.

           PERFORM IMPRIMIR-RODAPE.
           GO TO IMPRIMIR-RESULTADOS-FIM.

       RETORNAR-PROXIMO-RESULTADO.

           RETURN SORT-EVR
               AT END
                   SET FIM-RETORNO TO TRUE
               NOT AT END
                   PERFORM TRATAR-RESULTADO
           END-RETURN.

       TRATAR-RESULTADO.

           MOVE SRT-CATEGORIA TO WS-CAT-IDADE-LIDA.
           MOVE SRT-FAIXA     TO WS-CAT-FAIXA-LIDA.
           IF WS-CATEGORIA-LIDA NOT = WS-CATEGORIA-CORRENTE
               PERFORM ABRIR-CATEGORIA
           END-IF.

           PERFORM VERIFICAR-QUEBRA-PAGINA.

           ADD 1 TO WS-TOTAL-ATLETAS.
           IF SRT-COLOCACAO = ZEROS
               MOVE " - " TO LD-COLOCACAO
           ELSE
               MOVE SRT-COLOCACAO TO LDC-NUMERO
               MOVE LD-COLOCACAO-NUM TO LD-COLOCACAO
           END-IF.
           EVALUATE TRUE
               WHEN SRT-OURO
                   MOVE "OURO" TO LD-MEDALHA
                   ADD 1 TO WS-TOTAL-OURO
               WHEN SRT-PRATA
                   MOVE "PRATA" TO LD-MEDALHA
                   ADD 1 TO WS-TOTAL-PRATA
               WHEN SRT-BRONZE
                   MOVE "BRONZE" TO LD-MEDALHA
                   ADD 1 TO WS-TOTAL-BRONZE
               WHEN OTHER
                   MOVE SPACES TO LD-MEDALHA
           END-EVALUATE.

           MOVE SRT-MATRICULA TO LD-MATRICULA.
           MOVE SRT-MATRICULA TO KEY-ALU.
           READ CADALU KEY IS KEY-ALU.
           IF WS-STATUS = 00
               MOVE NOME-ALU TO LD-NOME
           ELSE
               MOVE "(NAO ENCONTRADO)" TO LD-NOME
           END-IF.
           MOVE ZEROS TO WS-STATUS.
           MOVE SRT-FAIXA-ATLETA TO LD-FAIXA.

           WRITE LINHA-RELATORIO FROM LINHA-DETALHE.
           MOVE "GRAVACAO DE LINHA DE DETALHE" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.
           ADD 1 TO WS-LINHAS-PAGINA.

       ABRIR-CATEGORIA.

           MOVE WS-CATEGORIA-LIDA TO WS-CATEGORIA-CORRENTE.

           PERFORM VERIFICAR-QUEBRA-PAGINA.
           IF SRT-CATEGORIA > 0 AND SRT-CATEGORIA < 7
               MOVE WS-NOME-CATEGORIA(SRT-CATEGORIA) TO LCT-IDADE
           ELSE
               MOVE SPACES TO LCT-IDADE
           END-IF.
           MOVE SRT-FAIXA TO LCT-FAIXA.
           WRITE LINHA-RELATORIO FROM LINHA-CATEGORIA.
           MOVE "GRAVACAO DE LINHA DE CATEGORIA" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.
           ADD 1 TO WS-LINHAS-PAGINA.

       IMPRIMIR-RODAPE.

           IF WS-LINHAS-PAGINA = ZEROS
               PERFORM QUEBRAR-PAGINA
           END-IF.
           MOVE WS-TOTAL-ATLETAS TO LR-ATLETAS.
           MOVE WS-TOTAL-OURO    TO LR-OURO.
           MOVE WS-TOTAL-PRATA   TO LR-PRATA.
           MOVE WS-TOTAL-BRONZE  TO LR-BRONZE.
           WRITE LINHA-RELATORIO FROM LINHA-RODAPE.
           MOVE "GRAVACAO DE RODAPE" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

       VERIFICAR-QUEBRA-PAGINA.

           IF WS-LINHAS-PAGINA = ZEROS
               OR WS-LINHAS-PAGINA >= CONST-MAX-LINHAS-PAGINA
               PERFORM QUEBRAR-PAGINA
           END-IF.

       QUEBRAR-PAGINA.

           ADD 1 TO WS-NUMERO-PAGINA.
           MOVE ZEROS TO WS-LINHAS-PAGINA.

           MOVE WS-DIA-ATUAL     TO LC-DIA.
           MOVE WS-MES-ATUAL     TO LC-MES.
           MOVE WS-ANO-ATUAL     TO LC-ANO.
           MOVE WS-NUMERO-PAGINA TO LC-PAGINA.
           WRITE LINHA-RELATORIO FROM LINHA-CABECALHO-1.
           MOVE "GRAVACAO DE CABECALHO (1)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.
           ADD 1 TO WS-LINHAS-PAGINA.

           MOVE EVT-CODIGO TO LC-EVENTO.
           MOVE EVT-NOME   TO LC-NOME-EVENTO.
           MOVE EVT-DIA    TO LC-DIA-EVENTO.
           MOVE EVT-MES    TO LC-MES-EVENTO.
           MOVE EVT-ANO    TO LC-ANO-EVENTO.
           MOVE EVT-LOCAL  TO LC-LOCAL.
           WRITE LINHA-RELATORIO FROM LINHA-CABECALHO-2.
           MOVE "GRAVACAO DE CABECALHO (2)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.
           ADD 1 TO WS-LINHAS-PAGINA.

      *> The GO TO above lands here so the section never falls through
      *> its helper paragraphs and RETURNs past end of file.
       IMPRIMIR-RESULTADOS-FIM.
           EXIT.

       END PROGRAM CADRPT17.
