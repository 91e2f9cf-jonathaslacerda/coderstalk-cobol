      *> ----------------------------------------------------------------
      *> CADATST is the medical-clearance action behind CADMENU's
      *> option 24: its own small numbered menu to register or renew a
      *> student's atestado (issue date, doctor, CRM and months of
      *> validity), look one up, list the whole CADATS.DAT file, and
      *> choose what the CADCHAM roll call does with a student whose
      *> clearance is missing or expired - only flag the name, or
      *> refuse the presence outright. That choice lives on CADCTL.DAT
      *> under the "ATSBLQ" key (1 = refuse, 0 = flag); a school that
      *> never sets it gets the flag.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADATST.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT CADATS ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS ATS-MATRICULA
               LOCK MODE        IS AUTOMATIC
               FILE STATUS      IS WS-STATUS.

           SELECT CADALU ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS KEY-ALU
               ALTERNATE KEY    IS NOME-ALU WITH DUPLICATES
               ALTERNATE KEY    IS CPF-ALU WITH DUPLICATES
               FILE STATUS      IS WS-STATUS.

           SELECT CADCTL ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS CTL-CHAVE
               LOCK MODE        IS AUTOMATIC
               FILE STATUS      IS WS-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  CADATS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADATS.DAT".
           COPY CADATSR.

       FD  CADALU
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADALU.DAT".
           COPY CADREG.

       FD  CADCTL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADCTL.DAT".
           COPY CADCTLR.

       WORKING-STORAGE SECTION.

       01  WS-STATUS PIC 9(02) VALUE ZEROS.
       01  WS-OPERACAO PIC X(40).

       01  WS-OPCAO PIC 9(01).

       01  WS-CONTINUAR PIC X(01).
           88 CONTINUAR-MENU VALUE "S".
           88 ENCERRAR-MENU  VALUE "N".

      *> Matricula, issue date and months are typed as text and
      *> re-read through these REDEFINES, the way CADIMNT takes the
      *> pay terms, so a stray letter is refused instead of abending.
       01  WS-MATRICULA-X   PIC X(05).
       01  WS-MATRICULA-NUM REDEFINES WS-MATRICULA-X PIC 9(05).
       01  WS-DATA-EMISSAO-X   PIC X(08).
       01  WS-DATA-EMISSAO-NUM REDEFINES WS-DATA-EMISSAO-X PIC 9(08).
       01  WS-MESES-X   PIC X(02).
       01  WS-MESES-NUM REDEFINES WS-MESES-X PIC 9(02).
       01  WS-RESPOSTA PIC X(01).

       01  WS-DATA-ATUAL PIC 9(08).

       01  WS-ALUNO-ACHADO PIC X(01).
           88 ALUNO-ACHADO     VALUE "S".
           88 ALUNO-NAO-ACHADO VALUE "N".

       01  WS-DADOS-VALIDOS PIC X(01).
           88 DADOS-VALIDOS   VALUE "S".
           88 DADOS-INVALIDOS VALUE "N".

      *> Work fields of CALCULAR-VALIDADE: the months signed for are
      *> added to the issue month, carrying whole years over.
       01  WS-MESES-SOMA  PIC 9(04).
       01  WS-ANOS-SOMA   PIC 9(04).
       01  WS-MES-RESTO   PIC 9(02).

      *> Months a clearance is good for when the doctor did not say.
       77  CONST-MESES-PADRAO PIC 9(02) VALUE 12.

      *> Roll-call policy kept on CADCTL under this key.
       77  CONST-CHAVE-BLOQUEIO PIC X(10) VALUE "ATSBLQ".

       01  WS-SITUACAO-ATESTADO PIC X(08).

       01  WS-FIM-LISTA PIC X(01).
           88 FIM-LISTA     VALUE "S".
           88 NAO-FIM-LISTA VALUE "N".

       01  WS-TOTAL PIC 9(05) VALUE ZEROS.

      *> Polite wait-and-retry for a clearance another operator is
      *> editing, instead of failing with a bare file status.
       77  CONST-MAX-ESPERAS PIC 9(02) VALUE 5.
       77  CONST-SEGUNDOS-ESPERA PIC 9(01) VALUE 1.
       01  WS-TENTATIVAS PIC 9(02) VALUE ZEROS.

           COPY CADOPRW.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM ABRIR-ARQUIVOS.

           SET CONTINUAR-MENU TO TRUE.
           PERFORM PROCESSAR-OPCAO UNTIL ENCERRAR-MENU.

           PERFORM FECHAR-ARQUIVOS.

           GOBACK.

      *> ----------------------------------------------------------------
      *> ABRIR-ARQUIVOS opens the clearance file for update, creating
      *> it on first use the same way CADIMNT creates CADINS.DAT, and
      *> the student master for lookup only.
      *> ----------------------------------------------------------------
       ABRIR-ARQUIVOS.

           OPEN INPUT CADALU.
           IF WS-STATUS = 35
               DISPLAY "CADALU.DAT NAO ENCONTRADO"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "ABERTURA DE CADALU (INPUT)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           OPEN I-O CADATS.
           IF WS-STATUS = 35
               OPEN OUTPUT CADATS
               MOVE "ABERTURA DE CADATS (OUTPUT INICIAL)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               CLOSE CADATS
               MOVE "FECHAMENTO DE CADATS (INICIAL)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               OPEN I-O CADATS
           END-IF.
           MOVE "ABERTURA DE CADATS (I-O)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

       PROCESSAR-OPCAO.

           PERFORM EXIBIR-MENU.
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM REGISTRAR-ATESTADO
               WHEN 2
                   PERFORM CONSULTAR-ATESTADO
               WHEN 3
                   PERFORM LISTAR-ATESTADOS
               WHEN 4
                   PERFORM CONFIGURAR-BLOQUEIO
               WHEN 5
                   SET ENCERRAR-MENU TO TRUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       EXIBIR-MENU.

           DISPLAY "===================================".
           DISPLAY "1. REGISTRAR/RENOVAR ATESTADO".
           DISPLAY "2. CONSULTAR ATESTADO".
           DISPLAY "3. LISTAR ATESTADOS".
           DISPLAY "4. BLOQUEIO NA CHAMADA".
           DISPLAY "5. VOLTAR".
           DISPLAY "===================================".
           DISPLAY "OPCAO: ".

      *> ----------------------------------------------------------------
      *> REGISTRAR-ATESTADO takes a new clearance for a student on the
      *> master. A student who already has one sees it first - the new
      *> clearance replaces it, since only the one in force counts.
      *> ----------------------------------------------------------------
       REGISTRAR-ATESTADO.

           PERFORM SOLICITAR-MATRICULA.
           IF ALUNO-ACHADO
               MOVE KEY-ALU TO ATS-MATRICULA
               PERFORM LER-ATESTADO-COM-ESPERA
               IF WS-STATUS = 00
                   DISPLAY "ATESTADO ATUAL VALIDO ATE "
                       ATS-DATA-VALIDADE " - SERA SUBSTITUIDO"
                   PERFORM SOLICITAR-DADOS-ATESTADO
                   IF DADOS-VALIDOS
                       REWRITE REG-ATESTADO
                       MOVE "REGRAVACAO DE REG-ATESTADO" TO WS-OPERACAO
                       PERFORM VERIFICAR-STATUS
                       DISPLAY "ATESTADO RENOVADO - VALIDO ATE "
                           ATS-DATA-VALIDADE
                   END-IF
               ELSE
                   IF WS-STATUS = 23
                       MOVE KEY-ALU TO ATS-MATRICULA
                       PERFORM SOLICITAR-DADOS-ATESTADO
                       IF DADOS-VALIDOS
                           WRITE REG-ATESTADO
                           MOVE "GRAVACAO DE REG-ATESTADO" TO
                               WS-OPERACAO
                           PERFORM VERIFICAR-STATUS
                           DISPLAY "ATESTADO REGISTRADO - VALIDO ATE "
                               ATS-DATA-VALIDADE
                       END-IF
                   END-IF
               END-IF
           END-IF.
           MOVE ZEROS TO WS-STATUS.

       SOLICITAR-MATRICULA.

           SET ALUNO-NAO-ACHADO TO TRUE.
           DISPLAY "MATRICULA DO ALUNO: ".
           ACCEPT WS-MATRICULA-X.
           IF WS-MATRICULA-X IS NUMERIC
               MOVE WS-MATRICULA-NUM TO KEY-ALU
               READ CADALU KEY IS KEY-ALU
               IF WS-STATUS = 00
                   SET ALUNO-ACHADO TO TRUE
                   DISPLAY "ALUNO: " NOME-ALU
               ELSE
                   DISPLAY "MATRICULA " WS-MATRICULA-X
                       " NAO ENCONTRADA"
               END-IF
           ELSE
               DISPLAY "MATRICULA INVALIDA"
           END-IF.
           MOVE ZEROS TO WS-STATUS.

      *> ----------------------------------------------------------------
      *> SOLICITAR-DADOS-ATESTADO reads the clearance itself. An issue
      *> date that is not a date, or lies in the future, drops the
      *> entry - the roll call trusts ATS-DATA-VALIDADE blindly.
      *> ----------------------------------------------------------------
       SOLICITAR-DADOS-ATESTADO.

           SET DADOS-VALIDOS TO TRUE.
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.

           DISPLAY "DATA DE EMISSAO (AAAAMMDD): ".
           ACCEPT WS-DATA-EMISSAO-X.
           IF WS-DATA-EMISSAO-X IS NUMERIC
               MOVE WS-DATA-EMISSAO-NUM TO ATS-DATA-EMISSAO
               IF ATS-MES-EMISSAO < 1 OR ATS-MES-EMISSAO > 12
                   OR ATS-DIA-EMISSAO < 1 OR ATS-DIA-EMISSAO > 31
                   OR ATS-DATA-EMISSAO > WS-DATA-ATUAL
                   SET DADOS-INVALIDOS TO TRUE
               END-IF
           ELSE
               SET DADOS-INVALIDOS TO TRUE
           END-IF.

           IF DADOS-INVALIDOS
               DISPLAY "DATA DE EMISSAO INVALIDA - ATESTADO NAO "
                   "GRAVADO"
           ELSE
               DISPLAY "MEDICO: "
               ACCEPT ATS-MEDICO
               DISPLAY "CRM: "
               ACCEPT ATS-CRM
               DISPLAY "VALIDADE EM MESES (VAZIO = 12): "
               ACCEPT WS-MESES-X
               PERFORM AJUSTAR-MESES
               IF WS-MESES-X IS NUMERIC AND WS-MESES-NUM > ZEROS
                   MOVE WS-MESES-NUM TO ATS-VALIDADE-MESES
               ELSE
                   MOVE CONST-MESES-PADRAO TO ATS-VALIDADE-MESES
               END-IF
               PERFORM CALCULAR-VALIDADE
               MOVE AOP-ID TO ATS-OPERADOR
               MOVE WS-DATA-ATUAL TO ATS-DATA-REGISTRO
           END-IF.

      *> A single digit typed for the months lands at the left of
      *> WS-MESES-X: "6" is carried to 06 and a blank answer reads 00,
      *> which takes the default.
       AJUSTAR-MESES.

           IF WS-MESES-X(1:1) NOT = SPACE AND WS-MESES-X(2:1) = SPACE
               MOVE WS-MESES-X(1:1) TO WS-MESES-X(2:1)
               MOVE ZERO TO WS-MESES-X(1:1)
           END-IF.
           INSPECT WS-MESES-X REPLACING LEADING SPACE BY ZERO.

      *> ----------------------------------------------------------------
      *> CALCULAR-VALIDADE moves the issue date forward by the months
      *> signed for. A day the target month does not have is pulled
      *> back to its last day (February is taken as 28).
      *> ----------------------------------------------------------------
       CALCULAR-VALIDADE.

           COMPUTE WS-MESES-SOMA = ATS-MES-EMISSAO - 1
               + ATS-VALIDADE-MESES.
           DIVIDE WS-MESES-SOMA BY 12 GIVING WS-ANOS-SOMA
               REMAINDER WS-MES-RESTO.
           COMPUTE ATS-ANO-VALIDADE = ATS-ANO-EMISSAO + WS-ANOS-SOMA.
           COMPUTE ATS-MES-VALIDADE = WS-MES-RESTO + 1.
           MOVE ATS-DIA-EMISSAO TO ATS-DIA-VALIDADE.

           IF ATS-MES-VALIDADE = 2 AND ATS-DIA-VALIDADE > 28
               MOVE 28 TO ATS-DIA-VALIDADE
           END-IF.
           IF (ATS-MES-VALIDADE = 4 OR ATS-MES-VALIDADE = 6
               OR ATS-MES-VALIDADE = 9 OR ATS-MES-VALIDADE = 11)
               AND ATS-DIA-VALIDADE > 30
               MOVE 30 TO ATS-DIA-VALIDADE
           END-IF.

       CONSULTAR-ATESTADO.

           PERFORM SOLICITAR-MATRICULA.
           IF ALUNO-ACHADO
               MOVE KEY-ALU TO ATS-MATRICULA
               READ CADATS KEY IS ATS-MATRICULA
               IF WS-STATUS = 00
                   PERFORM AVALIAR-SITUACAO
                   DISPLAY "EMISSAO:  " ATS-DATA-EMISSAO
                   DISPLAY "MEDICO:   " ATS-MEDICO " CRM " ATS-CRM
                   DISPLAY "VALIDADE: " ATS-DATA-VALIDADE
                       " (" ATS-VALIDADE-MESES " MESES) "
                       WS-SITUACAO-ATESTADO
                   DISPLAY "REGISTRADO EM " ATS-DATA-REGISTRO
                       " POR " ATS-OPERADOR
               ELSE
                   DISPLAY "ALUNO SEM ATESTADO REGISTRADO"
               END-IF
           END-IF.
           MOVE ZEROS TO WS-STATUS.

       AVALIAR-SITUACAO.

           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
           IF ATS-DATA-VALIDADE < WS-DATA-ATUAL
               MOVE "VENCIDO" TO WS-SITUACAO-ATESTADO
           ELSE
               MOVE "VALIDO" TO WS-SITUACAO-ATESTADO
           END-IF.

       LISTAR-ATESTADOS.

           MOVE ZEROS TO WS-TOTAL.
           MOVE ZEROS TO ATS-MATRICULA.
           START CADATS KEY IS NOT LESS THAN ATS-MATRICULA.
           IF WS-STATUS = 00
               SET NAO-FIM-LISTA TO TRUE
               PERFORM LISTAR-PROXIMO-ATESTADO UNTIL FIM-LISTA
           END-IF.
           MOVE ZEROS TO WS-STATUS.
           DISPLAY "TOTAL DE ATESTADOS: " WS-TOTAL.

       LISTAR-PROXIMO-ATESTADO.

           READ CADATS NEXT RECORD.
           IF WS-STATUS NOT = 00
               SET FIM-LISTA TO TRUE
           ELSE
               ADD 1 TO WS-TOTAL
               PERFORM AVALIAR-SITUACAO
               DISPLAY ATS-MATRICULA " " ATS-MEDICO
                   " EMISSAO " ATS-DATA-EMISSAO
                   " VALIDADE " ATS-DATA-VALIDADE
                   " " WS-SITUACAO-ATESTADO
           END-IF.

      *> ----------------------------------------------------------------
      *> CONFIGURAR-BLOQUEIO shows and changes the roll-call policy on
      *> CADCTL, opened around the one read/write the way CADSUSP
      *> keeps its suspension limit there.
      *> ----------------------------------------------------------------
       CONFIGURAR-BLOQUEIO.

           OPEN I-O CADCTL.
           IF WS-STATUS = 35
               OPEN OUTPUT CADCTL
               MOVE "ABERTURA DE CADCTL (OUTPUT INICIAL)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               CLOSE CADCTL
               MOVE "FECHAMENTO DE CADCTL (INICIAL)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               OPEN I-O CADCTL
           END-IF.
           MOVE "ABERTURA DE CADCTL (I-O)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           MOVE CONST-CHAVE-BLOQUEIO TO CTL-CHAVE.
           READ CADCTL KEY IS CTL-CHAVE.
           IF WS-STATUS = 00 AND CTL-ULTIMA-MATRICULA = 1
               DISPLAY "SITUACAO ATUAL: CHAMADA RECUSA A PRESENCA "
                   "SEM ATESTADO VALIDO"
           ELSE
               DISPLAY "SITUACAO ATUAL: CHAMADA APENAS SINALIZA "
                   "ALUNO SEM ATESTADO VALIDO"
           END-IF.

           DISPLAY "RECUSAR PRESENCA SEM ATESTADO VALIDO (S/N, VAZIO "
               "MANTEM): ".
           ACCEPT WS-RESPOSTA.
           IF WS-RESPOSTA = "S" OR WS-RESPOSTA = "s"
               OR WS-RESPOSTA = "N" OR WS-RESPOSTA = "n"
               PERFORM GRAVAR-BLOQUEIO
           END-IF.

           CLOSE CADCTL.
           MOVE "FECHAMENTO DE CADCTL" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

       GRAVAR-BLOQUEIO.

           IF WS-STATUS = 23
               MOVE CONST-CHAVE-BLOQUEIO TO CTL-CHAVE
               PERFORM MONTAR-BLOQUEIO
               WRITE REG-CONTROLE
               MOVE "GRAVACAO DE REG-CONTROLE (ATSBLQ)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           ELSE
               MOVE "LEITURA DE REG-CONTROLE (ATSBLQ)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               PERFORM MONTAR-BLOQUEIO
               REWRITE REG-CONTROLE
               MOVE "REGRAVACAO DE REG-CONTROLE (ATSBLQ)" TO
                   WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.
           DISPLAY "POLITICA DA CHAMADA ATUALIZADA".

       MONTAR-BLOQUEIO.

           IF WS-RESPOSTA = "S" OR WS-RESPOSTA = "s"
               MOVE 1 TO CTL-ULTIMA-MATRICULA
           ELSE
               MOVE 0 TO CTL-ULTIMA-MATRICULA
           END-IF.

      *> ----------------------------------------------------------------
      *> LER-ATESTADO-COM-ESPERA reads the clearance for update,
      *> waiting politely - up to CONST-MAX-ESPERAS tries, one second
      *> apart - when another program holds the record (status 51).
      *> ----------------------------------------------------------------
       LER-ATESTADO-COM-ESPERA.

           MOVE ZEROS TO WS-TENTATIVAS.
           PERFORM LER-ATESTADO-UMA-VEZ WITH TEST AFTER
               UNTIL WS-STATUS NOT = 51
               OR WS-TENTATIVAS > CONST-MAX-ESPERAS.
           IF WS-STATUS = 51
               DISPLAY "ATESTADO AINDA EM USO - TENTE NOVAMENTE "
                   "MAIS TARDE"
           END-IF.

       LER-ATESTADO-UMA-VEZ.

           READ CADATS KEY IS ATS-MATRICULA.
           IF WS-STATUS = 51
               ADD 1 TO WS-TENTATIVAS
               DISPLAY "REGISTRO EM USO POR OUTRO OPERADOR - "
                   "AGUARDANDO"
               CALL "C$SLEEP" USING CONST-SEGUNDOS-ESPERA
           END-IF.

       FECHAR-ARQUIVOS.

           CLOSE CADALU.
           MOVE "FECHAMENTO DE CADALU" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           CLOSE CADATS.
           MOVE "FECHAMENTO DE CADATS" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

       VERIFICAR-STATUS.

           IF WS-STATUS NOT = 00 AND WS-STATUS NOT = 02
               DISPLAY "ERRO DE E/S EM " WS-OPERACAO
               DISPLAY "FILE STATUS: " WS-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       END PROGRAM CADATST.
