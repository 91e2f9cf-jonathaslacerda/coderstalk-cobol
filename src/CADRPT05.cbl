      *> followed by the early-warning list: active students whose run
      *> of consecutive absences at the end of the month beats the
      *> threshold, which is the school's first signal that someone is
      *> about to drop out. A student on leave (ALU-TRANCADO) is not
      *> about to drop out - the absence is agreed - and stays off the
      *> list.
      *> Classes the student made up as a visitor in another turma are
      *> filed under this turma as presence "R" by the CADCHAM roll and
      *> show in their own column; they count as attended in the
      *> percentage and break the run of absences.
      *>
      *> Arguments, positionally, off the command line:
      *>   word 1 - turma code (required)
              05 TBA-MATRICULA PIC 9(05).
              05 TBA-PRESENCAS PIC 9(03).
              05 TBA-AUSENCIAS PIC 9(03).
              05 TBA-REPOSICOES PIC 9(03).
              05 TBA-SEGUIDAS  PIC 9(03).

       01  WS-INDICE PIC 9(03).
           03 FILLER          PIC X(32) VALUE "NOME".
           03 FILLER          PIC X(06) VALUE "PRES. ".
           03 FILLER          PIC X(06) VALUE "FALTA ".
           03 FILLER          PIC X(06) VALUE "REPOS.".
           03 FILLER          PIC X(06) VALUE "PERC. ".
           03 FILLER          PIC X(14) VALUE SPACES.

       01  LINHA-DETALHE.
           03 LD-MATRICULA    PIC ZZZZ9.
           03 FILLER          PIC X(03) VALUE SPACES.
           03 LD-AUSENCIAS    PIC ZZ9.
           03 FILLER          PIC X(03) VALUE SPACES.
           03 LD-REPOSICOES   PIC ZZ9.
           03 FILLER          PIC X(03) VALUE SPACES.
           03 LD-PERCENTUAL   PIC ZZ9.
           03 FILLER          PIC X(01) VALUE "%".
           03 FILLER          PIC X(14) VALUE SPACES.

       01  LINHA-AVISO-TITULO.
           03 FILLER          PIC X(44) VALUE
      *> session later cancelled (or declared a holiday) out of the
      *> arithmetic - the roll may have been taken before CADSCAN was
      *> run. A date with no calendar line counts as held, so a school
      *> without CADSGER keeps its old numbers. A make-up was taken in
      *> a session of another turma, so this turma's calendar - often
      *> cancelled on that very date - has no say over it.
      *> ----------------------------------------------------------------
       VERIFICAR-SESSAO-REALIZADA.

           SET SESSAO-CONTA TO TRUE.

           IF TEM-CALENDARIO AND NOT FRQ-REPOSICAO
               MOVE FRQ-TURMA TO SES-TURMA
               MOVE FRQ-DATA  TO SES-DATA
               READ CADSES KEY IS SES-CHAVE
           PERFORM LOCALIZAR-ALUNO-TABELA.

           IF ENCONTROU-ALUNO
               EVALUATE TRUE
                   WHEN FRQ-PRESENTE
                       ADD 1 TO TBA-PRESENCAS(WS-INDICE)
                       MOVE ZEROS TO TBA-SEGUIDAS(WS-INDICE)
                   WHEN FRQ-REPOSICAO
                       ADD 1 TO TBA-REPOSICOES(WS-INDICE)
                       MOVE ZEROS TO TBA-SEGUIDAS(WS-INDICE)
                   WHEN OTHER
                       ADD 1 TO TBA-AUSENCIAS(WS-INDICE)
                       ADD 1 TO TBA-SEGUIDAS(WS-INDICE)
               END-EVALUATE
           END-IF.

       LOCALIZAR-ALUNO-TABELA.
                   MOVE FRQ-MATRICULA TO TBA-MATRICULA(WS-INDICE)
                   MOVE ZEROS TO TBA-PRESENCAS(WS-INDICE)
                   MOVE ZEROS TO TBA-AUSENCIAS(WS-INDICE)
                   MOVE ZEROS TO TBA-REPOSICOES(WS-INDICE)
                   MOVE ZEROS TO TBA-SEGUIDAS(WS-INDICE)
                   SET ENCONTROU-ALUNO TO TRUE
               END-IF
           MOVE NOME-ALU TO LD-NOME.
           MOVE TBA-PRESENCAS(WS-INDICE) TO LD-PRESENCAS.
           MOVE TBA-AUSENCIAS(WS-INDICE) TO LD-AUSENCIAS.
           MOVE TBA-REPOSICOES(WS-INDICE) TO LD-REPOSICOES.

           COMPUTE WS-TOTAL-SESSOES =
               TBA-PRESENCAS(WS-INDICE) + TBA-AUSENCIAS(WS-INDICE)
               + TBA-REPOSICOES(WS-INDICE).
           IF WS-TOTAL-SESSOES > ZERO
               COMPUTE WS-PERCENTUAL =
                   (TBA-PRESENCAS(WS-INDICE)
                   + TBA-REPOSICOES(WS-INDICE)) * 100
                   / WS-TOTAL-SESSOES
           ELSE
               MOVE ZEROS TO WS-PERCENTUAL
           END-IF.
