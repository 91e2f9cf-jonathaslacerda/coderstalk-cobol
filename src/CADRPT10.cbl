      *> they teach - and then per room, so a double booking that
      *> somehow got past CADTMNT's conflict check is visible on paper.
      *> Instructor names resolve on CADINS.DAT when it exists.
      *>
      *> The timetable says who is meant to teach; a last section lists
      *> the competence's sessions someone else actually taught - the
      *> substitutes CADSCAN recorded on CADSES.DAT - next to the
      *> turma's own instructor. The competence comes off the command
      *> line as AAAAMM, the current month when absent.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADRPT10.
               RECORD KEY       IS INS-CODIGO
               FILE STATUS      IS WS-STATUS.

           SELECT CADSES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS SES-CHAVE
               FILE STATUS  IS WS-STATUS.

           SELECT RELHOR ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS.
           VALUE OF FILE-ID IS "CADINS.DAT".
           COPY CADINSR.

       FD  CADSES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADSES.DAT".
           COPY CADSESR.

       FD  RELHOR
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADHOR.RPT".
           88 FIM-ARQUIVO     VALUE "S".
           88 NAO-FIM-ARQUIVO VALUE "N".

       01  WS-COMANDO-COMPLETO PIC X(40).
       01  WS-COMPETENCIA-X PIC X(06).
       01  WS-COMPETENCIA PIC 9(06).

       01  WS-SUBSTITUICOES PIC 9(04) VALUE ZEROS.

       01  WS-DATA-SESSAO PIC 9(08).
       01  WS-DATA-SESSAO-R REDEFINES WS-DATA-SESSAO.
           03 WS-ANO-SESSAO PIC 9(04).
           03 WS-MES-SESSAO PIC 9(02).
           03 WS-DIA-SESSAO PIC 9(02).

       01  WS-TEM-INSTRUTORES PIC X(01).
           88 TEM-INSTRUTORES     VALUE "S".
           88 NAO-TEM-INSTRUTORES VALUE "N".
           03 LGS-CODIGO      PIC X(06).
           03 FILLER          PIC X(69) VALUE SPACES.

       01  LINHA-TITULO-SUBSTITUICOES.
           03 FILLER PIC X(37) VALUE
               "SESSOES DADAS POR SUBSTITUTO - COMP. ".
           03 LTS-COMPETENCIA PIC 9(06).
           03 FILLER PIC X(37) VALUE SPACES.

       01  LINHA-SUBSTITUICAO.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LS-DIA          PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LS-MES          PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LS-ANO          PIC 9(04).
           03 FILLER          PIC X(08) VALUE "  TURMA ".
           03 LS-TURMA        PIC X(06).
           03 FILLER          PIC X(10) VALUE "  TITULAR ".
           03 LS-TITULAR      PIC X(06).
           03 FILLER          PIC X(13) VALUE "  DEU A AULA ".
           03 LS-SUBSTITUTO   PIC X(06).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LS-NOME         PIC X(18).

       01  LINHA-SEM-SUBSTITUICAO.
           03 FILLER PIC X(40) VALUE
               "  NENHUMA SESSAO DADA POR SUBSTITUTO".
           03 FILLER PIC X(40) VALUE SPACES.

       01  LINHA-DETALHE.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LD-DIA          PIC X(03).

           PERFORM GERAR-QUADRO-INSTRUTORES.
           PERFORM GERAR-QUADRO-SALAS.
           PERFORM GERAR-QUADRO-SUBSTITUICOES.
           PERFORM FECHAR-ARQUIVOS.

           DISPLAY "TURMAS NO QUADRO: " WS-TOTAL-TURMAS.

           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.

           ACCEPT WS-COMANDO-COMPLETO FROM COMMAND-LINE.
           UNSTRING WS-COMANDO-COMPLETO DELIMITED BY SPACE
               INTO WS-COMPETENCIA-X.
           IF WS-COMPETENCIA-X = SPACES
               COMPUTE WS-COMPETENCIA =
                   WS-ANO-ATUAL * 100 + WS-MES-ATUAL
           ELSE
               MOVE WS-COMPETENCIA-X TO WS-COMPETENCIA
           END-IF.

           OPEN INPUT CADTUR.
           IF WS-STATUS = 35
               DISPLAY "CADTUR.DAT NAO ENCONTRADO - CADASTRE AS "
           PERFORM VERIFICAR-STATUS.
           ADD 1 TO WS-LINHAS-PAGINA.

      *> ----------------------------------------------------------------
      *> GERAR-QUADRO-SUBSTITUICOES lists every session of the
      *> competence that carries a substitute, with the turma's own
      *> instructor alongside. Without CADSES.DAT there is nothing to
      *> list and the section says so.
      *> ----------------------------------------------------------------
       GERAR-QUADRO-SUBSTITUICOES.

           PERFORM QUEBRAR-PAGINA.
           MOVE WS-COMPETENCIA TO LTS-COMPETENCIA.
           WRITE LINHA-RELATORIO FROM LINHA-TITULO-SUBSTITUICOES.
           MOVE "GRAVACAO DE TITULO (SUBSTITUICOES)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.
           ADD 1 TO WS-LINHAS-PAGINA.

           OPEN INPUT CADSES.
           IF WS-STATUS = 35
               MOVE ZEROS TO WS-STATUS
           ELSE
               MOVE "ABERTURA DE CADSES (INPUT)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               SET NAO-FIM-ARQUIVO TO TRUE
               PERFORM LISTAR-PROXIMA-SESSAO UNTIL FIM-ARQUIVO
               CLOSE CADSES
               MOVE "FECHAMENTO DE CADSES" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

           IF WS-SUBSTITUICOES = ZEROS
               WRITE LINHA-RELATORIO FROM LINHA-SEM-SUBSTITUICAO
               MOVE "GRAVACAO DE LINHA (SEM SUBSTITUICAO)" TO
                   WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

       LISTAR-PROXIMA-SESSAO.

           READ CADSES NEXT RECORD.
           IF WS-STATUS NOT = 00
               SET FIM-ARQUIVO TO TRUE
           ELSE
               IF SES-DATA(1:6) = WS-COMPETENCIA
                   AND SES-SUBSTITUTO NOT = SPACES
                   AND NOT SES-NAO-REALIZADA
                   PERFORM IMPRIMIR-LINHA-SUBSTITUICAO
               END-IF
           END-IF.

       IMPRIMIR-LINHA-SUBSTITUICAO.

           PERFORM VERIFICAR-QUEBRA-PAGINA.

           MOVE SES-DATA TO WS-DATA-SESSAO.
           MOVE WS-DIA-SESSAO  TO LS-DIA.
           MOVE WS-MES-SESSAO  TO LS-MES.
           MOVE WS-ANO-SESSAO  TO LS-ANO.
           MOVE SES-TURMA      TO LS-TURMA.
           MOVE SES-SUBSTITUTO TO LS-SUBSTITUTO.

           MOVE SPACES TO LS-TITULAR.
           PERFORM BUSCAR-TITULAR VARYING WS-INDICE FROM 1 BY 1
               UNTIL WS-INDICE > WS-TOTAL-TURMAS.

           MOVE SPACES TO LS-NOME.
           IF TEM-INSTRUTORES
               MOVE SES-SUBSTITUTO TO INS-CODIGO
               READ CADINS KEY IS INS-CODIGO
               IF WS-STATUS = 00
                   MOVE INS-NOME TO LS-NOME
               END-IF
               MOVE ZEROS TO WS-STATUS
           END-IF.

           WRITE LINHA-RELATORIO FROM LINHA-SUBSTITUICAO.
           MOVE "GRAVACAO DE LINHA DE SUBSTITUICAO" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.
           ADD 1 TO WS-LINHAS-PAGINA.
           ADD 1 TO WS-SUBSTITUICOES.

       BUSCAR-TITULAR.

           IF TBH-CODIGO(WS-INDICE) = SES-TURMA
               MOVE TBH-INSTRUTOR(WS-INDICE) TO LS-TITULAR
           END-IF.

       VERIFICAR-QUEBRA-PAGINA.

           IF WS-LINHAS-PAGINA = ZEROS
