      *> students of that turma one by one, and a P/A answer per
      *> student lands in CADFRQ.DAT for the CADRPT05 monthly report.
      *> Re-taking the roll for the same turma and date rewrites the
      *> same records instead of duplicating the session. A student
      *> on leave (ALU-TRANCADO) is left off the roll altogether and
      *> only counted in the closing line. A student with no medical
      *> clearance on CADATS.DAT, or one expired by the session date,
      *> is flagged by name; when the CADATST screen set the refusal
      *> policy, the presence is not even asked - the student goes on
      *> file as absent.
      *> Once the roll is done the screen takes the make-up visitors:
      *> an active student enrolled in another turma who trained in
      *> this session instead. The visit is filed under the student's
      *> own turma as presence "R" - the turma that gets the credit -
      *> up to the monthly make-up limit CADTMNT keeps on CADCTL.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCHAM.
               LOCK MODE        IS AUTOMATIC
               FILE STATUS      IS WS-STATUS.

      *> CADATS carries the medical clearances and CADCTL the policy
      *> for a student without one - both optional, the roll works as
      *> before on a machine that has neither.
           SELECT CADATS ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS ATS-MATRICULA
               FILE STATUS      IS WS-STATUS.

           SELECT CADCTL ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS CTL-CHAVE
               FILE STATUS      IS WS-STATUS.

       DATA DIVISION.

       FILE SECTION.
           VALUE OF FILE-ID IS "CADSES.DAT".
           COPY CADSESR.

       FD  CADATS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADATS.DAT".
           COPY CADATSR.

       FD  CADCTL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADCTL.DAT".
           COPY CADCTLR.

       WORKING-STORAGE SECTION.

       01  WS-STATUS PIC 9(02) VALUE ZEROS.
       01  WS-TURMA-CHAMADA PIC X(06).
       01  WS-DATA-CHAMADA-X PIC X(08).
       01  WS-DATA-CHAMADA  PIC 9(08).
       01  WS-DATA-CHAMADA-R REDEFINES WS-DATA-CHAMADA.
           03 WS-ANO-MES-CHAMADA PIC 9(06).
           03 WS-DIA-CHAMADA     PIC 9(02).
       01  WS-RESPOSTA PIC X(01).

       01  WS-DATA-ATUAL PIC 9(08).
       01  WS-PRESENTES PIC 9(03) VALUE ZEROS.
       01  WS-AUSENTES  PIC 9(03) VALUE ZEROS.
       01  WS-SUSPENSOS PIC 9(03) VALUE ZEROS.
       01  WS-TRANCADOS PIC 9(03) VALUE ZEROS.
       01  WS-SEM-ATESTADO PIC 9(03) VALUE ZEROS.
       01  WS-REPOSICOES PIC 9(03) VALUE ZEROS.

       01  WS-TEM-ATESTADOS PIC X(01).
           88 TEM-ATESTADOS     VALUE "S".
           88 NAO-TEM-ATESTADOS VALUE "N".

      *> Roll-call policy read from CADCTL "ATSBLQ": 1 refuses the
      *> presence of a student without a valid clearance, anything
      *> else (or no record) only flags the name.
       77  CONST-CHAVE-BLOQUEIO PIC X(10) VALUE "ATSBLQ".
       01  WS-POLITICA-ATESTADO PIC X(01).
           88 RECUSAR-SEM-ATESTADO   VALUE "R".
           88 SINALIZAR-SEM-ATESTADO VALUE "S".

       01  WS-ATESTADO-ALUNO PIC X(01).
           88 ATESTADO-VALIDO   VALUE "S".
           88 ATESTADO-INVALIDO VALUE "N".

      *> Monthly make-up limit read from CADCTL "LIMREP" - a student
      *> may train as a visitor in other turmas this many times in the
      *> month of the session. No record means the default below.
       77  CONST-CHAVE-LIMITE-REPOSICAO PIC X(10) VALUE "LIMREP".
       77  CONST-LIMITE-REPOSICAO-PADRAO PIC 9(02) VALUE 2.
       01  WS-LIMITE-REPOSICAO PIC 9(05).

      *> Make-up visitor being keyed and the home turma to credit -
      *> chosen by the desk when the student is enrolled in more than
      *> one other turma.
       01  WS-MATRICULA-VISITANTE-X   PIC X(05).
       01  WS-MATRICULA-VISITANTE-NUM REDEFINES
           WS-MATRICULA-VISITANTE-X   PIC 9(05).
       01  WS-TURMA-ORIGEM PIC X(06).
       01  WS-TURMA-DIGITADA PIC X(06).
       77  CONST-MAX-ORIGENS PIC 9(02) VALUE 10.
       01  WS-QTD-ORIGENS PIC 9(02) VALUE ZEROS.
       01  TABELA-ORIGENS.
           03 TBO-TURMA PIC X(06) OCCURS 10 TIMES.
       01  WS-IND-ORIGEM PIC 9(02).
       01  WS-REPOSICOES-MES PIC 9(05).
       01  WS-DATA-INICIO-MES PIC 9(08).
       01  WS-DATA-FIM-MES PIC 9(08).
       01  WS-TURMA-CONTAGEM PIC X(06).
       01  WS-PRESENCA-NOVA PIC X(01).

       01  WS-FIM-REPOSICOES PIC X(01).
           88 FIM-REPOSICOES     VALUE "S".
           88 NAO-FIM-REPOSICOES VALUE "N".
       01  WS-REPOSICAO-VALIDA PIC X(01).
           88 REPOSICAO-VALIDA   VALUE "S".
           88 REPOSICAO-INVALIDA VALUE "N".
       01  WS-FIM-VINCULOS PIC X(01).
           88 FIM-VINCULOS     VALUE "S".
           88 NAO-FIM-VINCULOS VALUE "N".
       01  WS-FIM-FREQUENCIAS PIC X(01).
           88 FIM-FREQUENCIAS     VALUE "S".
           88 NAO-FIM-FREQUENCIAS VALUE "N".

      *> Verdict of the session calendar for the chosen turma/date.
       01  WS-SESSAO-LIBERADA PIC X(01).
               ELSE
                   PERFORM FAZER-CHAMADA
                   PERFORM MARCAR-SESSAO-REALIZADA
                   PERFORM REGISTRAR-REPOSICOES
                   DISPLAY "CHAMADA ENCERRADA - PRESENTES "
                       WS-PRESENTES
                       " AUSENTES " WS-AUSENTES
                       " SUSPENSOS " WS-SUSPENSOS
                       " TRANCADOS " WS-TRANCADOS
                   DISPLAY "SEM ATESTADO VALIDO " WS-SEM-ATESTADO
                       " REPOSICOES " WS-REPOSICOES
               END-IF
           END-IF.

           MOVE "ABERTURA DE CADSES (I-O)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           OPEN INPUT CADATS.
           IF WS-STATUS = 35
               SET NAO-TEM-ATESTADOS TO TRUE
               MOVE ZEROS TO WS-STATUS
           ELSE
               SET TEM-ATESTADOS TO TRUE
               MOVE "ABERTURA DE CADATS (INPUT)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

           PERFORM LER-POLITICA-ATESTADO.

      *> ----------------------------------------------------------------
      *> LER-POLITICA-ATESTADO reads the clearance policy and the
      *> make-up limit once, with CADCTL opened around the two reads -
      *> CADADD and CADATST keep their own opens of the file short the
      *> same way.
      *> ----------------------------------------------------------------
       LER-POLITICA-ATESTADO.

           SET SINALIZAR-SEM-ATESTADO TO TRUE.
           MOVE CONST-LIMITE-REPOSICAO-PADRAO TO WS-LIMITE-REPOSICAO.
           OPEN INPUT CADCTL.
           IF WS-STATUS = 35
               MOVE ZEROS TO WS-STATUS
           ELSE
               MOVE "ABERTURA DE CADCTL (INPUT)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               MOVE CONST-CHAVE-BLOQUEIO TO CTL-CHAVE
               READ CADCTL KEY IS CTL-CHAVE
               IF WS-STATUS = 00 AND CTL-ULTIMA-MATRICULA = 1
                   SET RECUSAR-SEM-ATESTADO TO TRUE
               END-IF
               MOVE CONST-CHAVE-LIMITE-REPOSICAO TO CTL-CHAVE
               READ CADCTL KEY IS CTL-CHAVE
               IF WS-STATUS = 00
                   MOVE CTL-ULTIMA-MATRICULA TO WS-LIMITE-REPOSICAO
               END-IF
               CLOSE CADCTL
               MOVE "FECHAMENTO DE CADCTL" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

       SOLICITAR-DATA-CHAMADA.

           DISPLAY "DATA DA AULA (AAAAMMDD, VAZIO = HOJE): ".
               MOVE WS-DATA-CHAMADA  TO SES-DATA
               SET SES-REALIZADA TO TRUE
               MOVE SPACES TO SES-MOTIVO
               MOVE SPACES TO SES-SUBSTITUTO
               WRITE REG-SESSAO
               MOVE "GRAVACAO DE REG-SESSAO (REALIZADA)" TO
                   WS-OPERACAO
           IF WS-STATUS = 00
               EVALUATE TRUE
                   WHEN ALU-ATIVO
                       PERFORM VERIFICAR-ATESTADO
                       IF ATESTADO-VALIDO
                           PERFORM REGISTRAR-PRESENCA
                       ELSE
                           PERFORM TRATAR-SEM-ATESTADO
                       END-IF
      *> A suspended student is announced, never skipped in silence -
      *> the instructor is the one who tells the family why the
      *> student sat out, and the desk where to settle.
                       ADD 1 TO WS-SUSPENSOS
                       DISPLAY NOME-ALU " SUSPENSO POR "
                           "INADIMPLENCIA - NAO CHAMADO"
                   WHEN ALU-TRANCADO
                       ADD 1 TO WS-TRANCADOS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           MOVE ZEROS TO WS-STATUS.

      *> ----------------------------------------------------------------
      *> VERIFICAR-ATESTADO: a clearance is valid on the session date
      *> when CADATS carries one for the student whose validity has not
      *> run out by then.
      *> ----------------------------------------------------------------
       VERIFICAR-ATESTADO.

           SET ATESTADO-INVALIDO TO TRUE.
           IF TEM-ATESTADOS
               MOVE KEY-ALU TO ATS-MATRICULA
               READ CADATS KEY IS ATS-MATRICULA
               IF WS-STATUS = 00
                   AND ATS-DATA-VALIDADE NOT < WS-DATA-CHAMADA
                   SET ATESTADO-VALIDO TO TRUE
               END-IF
               MOVE ZEROS TO WS-STATUS
           END-IF.

      *> ----------------------------------------------------------------
      *> TRATAR-SEM-ATESTADO announces the student, like a suspension -
      *> then either still takes the answer (flag policy) or records
      *> the absence without asking (refusal policy).
      *> ----------------------------------------------------------------
       TRATAR-SEM-ATESTADO.

           ADD 1 TO WS-SEM-ATESTADO.
           IF RECUSAR-SEM-ATESTADO
               DISPLAY NOME-ALU " SEM ATESTADO MEDICO VALIDO - "
                   "PRESENCA RECUSADA"
               MOVE "A" TO WS-RESPOSTA
               PERFORM GRAVAR-PRESENCA
           ELSE
               DISPLAY "ATENCAO: " NOME-ALU " SEM ATESTADO MEDICO "
                   "VALIDO"
               PERFORM REGISTRAR-PRESENCA
           END-IF.

      *> ----------------------------------------------------------------
      *> REGISTRAR-PRESENCA takes the P/A answer for one student - an
      *> empty reply counts as present, which keeps the everyday roll

           DISPLAY NOME-ALU " (P = PRESENTE, A = AUSENTE): ".
           ACCEPT WS-RESPOSTA.
           PERFORM GRAVAR-PRESENCA.

       GRAVAR-PRESENCA.

           MOVE WS-TURMA-CHAMADA TO FRQ-TURMA.
           MOVE WS-DATA-CHAMADA  TO FRQ-DATA.

           WRITE REG-FREQUENCIA.
           IF WS-STATUS = 22
               PERFORM REGRAVAR-PRESENCA
           ELSE
               MOVE "GRAVACAO DE REG-FREQUENCIA" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

      *> ----------------------------------------------------------------
      *> REGRAVAR-PRESENCA rewrites the line of a roll being re-taken.
      *> A make-up the student already took elsewhere on this date is
      *> kept over an absence - the student did train that day.
      *> ----------------------------------------------------------------
       REGRAVAR-PRESENCA.

           MOVE FRQ-PRESENCA TO WS-PRESENCA-NOVA.
           READ CADFRQ KEY IS FRQ-CHAVE.
           MOVE "LEITURA DE REG-FREQUENCIA" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.
           IF FRQ-REPOSICAO AND WS-PRESENCA-NOVA = "A"
               DISPLAY NOME-ALU " FEZ REPOSICAO EM OUTRA TURMA NESTA "
                   "DATA - REPOSICAO MANTIDA"
           ELSE
               MOVE WS-PRESENCA-NOVA TO FRQ-PRESENCA
               REWRITE REG-FREQUENCIA
               MOVE "REGRAVACAO DE REG-FREQUENCIA" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

      *> ----------------------------------------------------------------
      *> REGISTRAR-REPOSICOES takes the make-up visitors of the session,
      *> one matricula at a time, until the desk answers empty.
      *> ----------------------------------------------------------------
       REGISTRAR-REPOSICOES.

           SET NAO-FIM-REPOSICOES TO TRUE.
           PERFORM REGISTRAR-UMA-REPOSICAO UNTIL FIM-REPOSICOES.

       REGISTRAR-UMA-REPOSICAO.

           DISPLAY "REPOSICAO - MATRICULA VISITANTE (VAZIO = "
               "ENCERRAR): ".
           ACCEPT WS-MATRICULA-VISITANTE-X.
           IF WS-MATRICULA-VISITANTE-X = SPACES
               SET FIM-REPOSICOES TO TRUE
           ELSE
               IF WS-MATRICULA-VISITANTE-X IS NOT NUMERIC
                   DISPLAY "MATRICULA INVALIDA"
               ELSE
                   PERFORM VALIDAR-VISITANTE
                   IF REPOSICAO-VALIDA
                       PERFORM GRAVAR-REPOSICAO
                   END-IF
               END-IF
           END-IF.

      *> ----------------------------------------------------------------
      *> VALIDAR-VISITANTE: only an active student may make up a class,
      *> and only one enrolled in some other turma - a student of this
      *> turma belongs on the roll itself.
      *> ----------------------------------------------------------------
       VALIDAR-VISITANTE.

           SET REPOSICAO-INVALIDA TO TRUE.
           MOVE WS-MATRICULA-VISITANTE-NUM TO KEY-ALU.
           READ CADALU KEY IS KEY-ALU.
           EVALUATE TRUE
               WHEN WS-STATUS NOT = 00
                   DISPLAY "MATRICULA NAO CADASTRADA"
               WHEN NOT ALU-ATIVO
                   DISPLAY NOME-ALU " NAO ESTA ATIVO - REPOSICAO "
                       "RECUSADA"
               WHEN OTHER
                   PERFORM VALIDAR-VINCULO-VISITANTE
           END-EVALUATE.
           MOVE ZEROS TO WS-STATUS.

       VALIDAR-VINCULO-VISITANTE.

           MOVE WS-MATRICULA-VISITANTE-NUM TO VIN-MATRICULA.
           MOVE WS-TURMA-CHAMADA TO VIN-TURMA.
           READ CADVIN KEY IS VIN-CHAVE.
           IF WS-STATUS = 00 AND VIN-ATIVA
               DISPLAY NOME-ALU " E ALUNO DESTA TURMA - REGISTRE NA "
                   "CHAMADA"
           ELSE
               PERFORM LOCALIZAR-TURMA-ORIGEM
               EVALUATE TRUE
                   WHEN WS-QTD-ORIGENS = ZEROS
                       DISPLAY NOME-ALU " SEM MATRICULA ATIVA EM "
                           "OUTRA TURMA - REPOSICAO RECUSADA"
                   WHEN WS-TURMA-ORIGEM = SPACES
                       DISPLAY "TURMA NAO E DO ALUNO - REPOSICAO "
                           "RECUSADA"
                   WHEN OTHER
                       PERFORM VALIDAR-CONDICOES-REPOSICAO
               END-EVALUATE
           END-IF.

      *> ----------------------------------------------------------------
      *> LOCALIZAR-TURMA-ORIGEM gathers the visitor's active enrollments
      *> in other turmas. With one the credit goes there; with several
      *> the desk names the turma whose class is being made up.
      *> ----------------------------------------------------------------
       LOCALIZAR-TURMA-ORIGEM.

           MOVE SPACES TO WS-TURMA-ORIGEM.
           MOVE ZEROS TO WS-QTD-ORIGENS.
           MOVE WS-MATRICULA-VISITANTE-NUM TO VIN-MATRICULA.
           MOVE SPACES TO VIN-TURMA.
           START CADVIN KEY IS NOT LESS THAN VIN-CHAVE.
           IF WS-STATUS = 00
               SET NAO-FIM-VINCULOS TO TRUE
               PERFORM LER-PROXIMO-VINCULO-ORIGEM UNTIL FIM-VINCULOS
           END-IF.
           MOVE ZEROS TO WS-STATUS.

           EVALUATE WS-QTD-ORIGENS
               WHEN 0
                   CONTINUE
               WHEN 1
                   MOVE TBO-TURMA (1) TO WS-TURMA-ORIGEM
               WHEN OTHER
                   PERFORM ESCOLHER-TURMA-ORIGEM
           END-EVALUATE.

       LER-PROXIMO-VINCULO-ORIGEM.

           READ CADVIN NEXT RECORD.
           IF WS-STATUS NOT = 00
               OR VIN-MATRICULA NOT = WS-MATRICULA-VISITANTE-NUM
               SET FIM-VINCULOS TO TRUE
           ELSE
               IF VIN-ATIVA AND VIN-TURMA NOT = WS-TURMA-CHAMADA
                   AND WS-QTD-ORIGENS < CONST-MAX-ORIGENS
                   ADD 1 TO WS-QTD-ORIGENS
                   MOVE VIN-TURMA TO TBO-TURMA (WS-QTD-ORIGENS)
               END-IF
           END-IF.

       ESCOLHER-TURMA-ORIGEM.

           DISPLAY NOME-ALU " MATRICULADO NAS TURMAS:".
           PERFORM EXIBIR-TURMA-ORIGEM
               VARYING WS-IND-ORIGEM FROM 1 BY 1
               UNTIL WS-IND-ORIGEM > WS-QTD-ORIGENS.
           DISPLAY "TURMA CREDITADA PELA REPOSICAO: ".
           ACCEPT WS-TURMA-DIGITADA.

           PERFORM CONFERIR-TURMA-ORIGEM
               VARYING WS-IND-ORIGEM FROM 1 BY 1
               UNTIL WS-IND-ORIGEM > WS-QTD-ORIGENS.

       EXIBIR-TURMA-ORIGEM.

           DISPLAY "   " TBO-TURMA (WS-IND-ORIGEM).

       CONFERIR-TURMA-ORIGEM.

           IF TBO-TURMA (WS-IND-ORIGEM) = WS-TURMA-DIGITADA
               MOVE WS-TURMA-DIGITADA TO WS-TURMA-ORIGEM
           END-IF.

      *> ----------------------------------------------------------------
      *> VALIDAR-CONDICOES-REPOSICAO applies the clearance policy of the
      *> roll to the visitor, refuses a date the student already
      *> trained at home, and holds the visitor to the monthly limit.
      *> ----------------------------------------------------------------
       VALIDAR-CONDICOES-REPOSICAO.

           PERFORM VERIFICAR-ATESTADO.
           IF ATESTADO-INVALIDO AND RECUSAR-SEM-ATESTADO
               ADD 1 TO WS-SEM-ATESTADO
               DISPLAY NOME-ALU " SEM ATESTADO MEDICO VALIDO - "
                   "REPOSICAO RECUSADA"
           ELSE
               IF ATESTADO-INVALIDO
                   ADD 1 TO WS-SEM-ATESTADO
                   DISPLAY "ATENCAO: " NOME-ALU " SEM ATESTADO MEDICO "
                       "VALIDO"
               END-IF
               PERFORM VERIFICAR-LINHA-ORIGEM
           END-IF.

       VERIFICAR-LINHA-ORIGEM.

           MOVE WS-TURMA-ORIGEM            TO FRQ-TURMA.
           MOVE WS-DATA-CHAMADA            TO FRQ-DATA.
           MOVE WS-MATRICULA-VISITANTE-NUM TO FRQ-MATRICULA.
           READ CADFRQ KEY IS FRQ-CHAVE.
           EVALUATE TRUE
               WHEN WS-STATUS = 00 AND FRQ-PRESENTE
                   DISPLAY NOME-ALU " PRESENTE NA PROPRIA TURMA NESTA "
                       "DATA - REPOSICAO RECUSADA"
               WHEN WS-STATUS = 00 AND FRQ-REPOSICAO
                   DISPLAY "REPOSICAO DE " NOME-ALU " JA REGISTRADA "
                       "NESTA DATA"
               WHEN OTHER
                   PERFORM CONTAR-REPOSICOES-MES
                   IF WS-REPOSICOES-MES < WS-LIMITE-REPOSICAO
                       SET REPOSICAO-VALIDA TO TRUE
                   ELSE
                       DISPLAY NOME-ALU " JA FEZ " WS-REPOSICOES-MES
                           " REPOSICAO(OES) NO MES - LIMITE DE "
                           WS-LIMITE-REPOSICAO " ATINGIDO"
                   END-IF
           END-EVALUATE.
           MOVE ZEROS TO WS-STATUS.

      *> ----------------------------------------------------------------
      *> CONTAR-REPOSICOES-MES counts the make-ups already on file for
      *> the visitor in the month of the session. They are filed under
      *> the turma credited, so every turma the student was ever
      *> enrolled in is scanned for the month - an enrollment closed
      *> mid-month keeps its make-ups in the count.
      *> ----------------------------------------------------------------
       CONTAR-REPOSICOES-MES.

           MOVE ZEROS TO WS-REPOSICOES-MES.
           COMPUTE WS-DATA-INICIO-MES = WS-ANO-MES-CHAMADA * 100 + 1.
           COMPUTE WS-DATA-FIM-MES    = WS-ANO-MES-CHAMADA * 100 + 31.

           MOVE WS-MATRICULA-VISITANTE-NUM TO VIN-MATRICULA.
           MOVE SPACES TO VIN-TURMA.
           START CADVIN KEY IS NOT LESS THAN VIN-CHAVE.
           IF WS-STATUS = 00
               SET NAO-FIM-VINCULOS TO TRUE
               PERFORM CONTAR-PROXIMO-VINCULO UNTIL FIM-VINCULOS
           END-IF.
           MOVE ZEROS TO WS-STATUS.

       CONTAR-PROXIMO-VINCULO.

           READ CADVIN NEXT RECORD.
           IF WS-STATUS NOT = 00
               OR VIN-MATRICULA NOT = WS-MATRICULA-VISITANTE-NUM
               SET FIM-VINCULOS TO TRUE
           ELSE
               MOVE VIN-TURMA TO WS-TURMA-CONTAGEM
               PERFORM CONTAR-REPOSICOES-TURMA
           END-IF.

       CONTAR-REPOSICOES-TURMA.

           MOVE WS-TURMA-CONTAGEM  TO FRQ-TURMA.
           MOVE WS-DATA-INICIO-MES TO FRQ-DATA.
           MOVE ZEROS              TO FRQ-MATRICULA.
           START CADFRQ KEY IS NOT LESS THAN FRQ-CHAVE.
           IF WS-STATUS = 00
               SET NAO-FIM-FREQUENCIAS TO TRUE
               PERFORM CONTAR-PROXIMA-FREQUENCIA UNTIL FIM-FREQUENCIAS
           END-IF.

       CONTAR-PROXIMA-FREQUENCIA.

           READ CADFRQ NEXT RECORD.
           IF WS-STATUS NOT = 00
               OR FRQ-TURMA NOT = WS-TURMA-CONTAGEM
               OR FRQ-DATA > WS-DATA-FIM-MES
               SET FIM-FREQUENCIAS TO TRUE
           ELSE
               IF FRQ-MATRICULA = WS-MATRICULA-VISITANTE-NUM
                   AND FRQ-REPOSICAO
                   ADD 1 TO WS-REPOSICOES-MES
               END-IF
           END-IF.

      *> ----------------------------------------------------------------
      *> GRAVAR-REPOSICAO files the make-up under the credited turma. A
      *> line already there can only be an absence of the same date -
      *> the visit replaces it.
      *> ----------------------------------------------------------------
       GRAVAR-REPOSICAO.

           MOVE WS-TURMA-ORIGEM            TO FRQ-TURMA.
           MOVE WS-DATA-CHAMADA            TO FRQ-DATA.
           MOVE WS-MATRICULA-VISITANTE-NUM TO FRQ-MATRICULA.
           SET FRQ-REPOSICAO TO TRUE.

           WRITE REG-FREQUENCIA.
           IF WS-STATUS = 22
               REWRITE REG-FREQUENCIA
               MOVE "REGRAVACAO DE REG-FREQUENCIA (REPOSICAO)" TO
                   WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           ELSE
               MOVE "GRAVACAO DE REG-FREQUENCIA (REPOSICAO)" TO
                   WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

           ADD 1 TO WS-REPOSICOES.
           DISPLAY "REPOSICAO DE " NOME-ALU " CREDITADA A TURMA "
               WS-TURMA-ORIGEM.

       FECHAR-ARQUIVOS.

           CLOSE CADALU.
           MOVE "FECHAMENTO DE CADSES" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           IF TEM-ATESTADOS
               CLOSE CADATS
               MOVE "FECHAMENTO DE CADATS" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

       VERIFICAR-STATUS.

           IF WS-STATUS NOT = 00 AND WS-STATUS NOT = 02
