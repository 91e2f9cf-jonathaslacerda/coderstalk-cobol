      *> exemplo05_arquivos' GRAVAR-ALUNO does. Identity is the CPF: a
      *> duplicate CPF is rejected and logged, while a duplicate name
      *> is only warned about - two students genuinely sharing a name
      *> is not an error any more. Once the student is on file the
      *> desk is asked for the medical clearance brought along; when
      *> there is one it goes straight onto CADATS.DAT, so the first
      *> roll call does not flag a student who did hand it in.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADADD.
               LOCK MODE        IS AUTOMATIC
               FILE STATUS      IS WS-STATUS.

      *> CADATS holds the medical clearances the CADCHAM roll checks.
           SELECT CADATS ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS ATS-MATRICULA
               LOCK MODE        IS AUTOMATIC
               FILE STATUS      IS WS-STATUS.

       DATA DIVISION.

       FILE SECTION.
           VALUE OF FILE-ID IS "CADVIN.DAT".
           COPY CADVINR.

       FD  CADATS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADATS.DAT".
           COPY CADATSR.

       WORKING-STORAGE SECTION.

       01  WS-STATUS PIC 9(02) VALUE ZEROS.
           88 DATA-NASC-VALIDA   VALUE "S".
           88 DATA-NASC-INVALIDA VALUE "N".

      *> Medical clearance typed at enrollment - the same fields and
      *> checks as the CADATST screen.
       01  WS-RESPOSTA-ATESTADO PIC X(01).
       01  WS-DATA-EMISSAO-X   PIC X(08).
       01  WS-DATA-EMISSAO-NUM REDEFINES WS-DATA-EMISSAO-X PIC 9(08).
       01  WS-MESES-X   PIC X(02).
       01  WS-MESES-NUM REDEFINES WS-MESES-X PIC 9(02).
       01  WS-MESES-SOMA  PIC 9(04).
       01  WS-ANOS-SOMA   PIC 9(04).
       01  WS-MES-RESTO   PIC 9(02).
       77  CONST-MESES-PADRAO PIC 9(02) VALUE 12.
       01  WS-ATESTADO-VALIDO PIC X(01).
           88 ATESTADO-VALIDO   VALUE "S".
           88 ATESTADO-INVALIDO VALUE "N".

       01  WS-AUD-OPERACAO     PIC X(01).
       01  WS-AUD-NOME-ANTES   PIC X(45).
       01  WS-AUD-STATUS-ANTES PIC X(01).
               SET ALU-ATIVO TO TRUE
               SET REMAT-SEM-CAMPANHA TO TRUE
               SET FED-NAO-ENVIADO TO TRUE
               MOVE ZEROS TO TRANC-ALU
               PERFORM OBTER-PROXIMA-CHAVE
               PERFORM GRAVAR-ALUNO
           END-IF
                   DISPLAY
                       "ALUNO " NOME-ALU " CADASTRADO COM MATRICULA "
                       KEY-ALU
                   PERFORM SOLICITAR-ATESTADO
               END-IF
           END-IF.

           MOVE "FECHAMENTO DE CADVIN" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

      *> ----------------------------------------------------------------
      *> SOLICITAR-ATESTADO asks for the clearance the student brought
      *> to the enrollment. None, or an issue date that is not a date
      *> or lies in the future, leaves the student without one - the
      *> CADATST screen takes it later, and the roll flags the student
      *> meanwhile.
      *> ----------------------------------------------------------------
       SOLICITAR-ATESTADO.

           DISPLAY "ATESTADO MEDICO APRESENTADO (S/N): ".
           ACCEPT WS-RESPOSTA-ATESTADO.
           IF WS-RESPOSTA-ATESTADO = "S" OR WS-RESPOSTA-ATESTADO = "s"
               SET ATESTADO-VALIDO TO TRUE
               ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
               DISPLAY "DATA DE EMISSAO (AAAAMMDD): "
               ACCEPT WS-DATA-EMISSAO-X
               IF WS-DATA-EMISSAO-X IS NUMERIC
                   MOVE WS-DATA-EMISSAO-NUM TO ATS-DATA-EMISSAO
                   IF ATS-MES-EMISSAO < 1 OR ATS-MES-EMISSAO > 12
                       OR ATS-DIA-EMISSAO < 1 OR ATS-DIA-EMISSAO > 31
                       OR ATS-DATA-EMISSAO > WS-DATA-ATUAL
                       SET ATESTADO-INVALIDO TO TRUE
                   END-IF
               ELSE
                   SET ATESTADO-INVALIDO TO TRUE
               END-IF
               IF ATESTADO-VALIDO
                   PERFORM GRAVAR-ATESTADO
               ELSE
                   DISPLAY "DATA DE EMISSAO INVALIDA - REGISTRE O "
                       "ATESTADO PELA OPCAO ATESTADO MEDICO"
               END-IF
           ELSE
               DISPLAY "ALUNO SEM ATESTADO - A CHAMADA VAI SINALIZAR "
                   "ATE O REGISTRO"
           END-IF.

      *> ----------------------------------------------------------------
      *> GRAVAR-ATESTADO takes the rest of the clearance and writes it,
      *> CADATS opened around the one write the way
      *> GRAVAR-VINCULO-INICIAL handles CADVIN.
      *> ----------------------------------------------------------------
       GRAVAR-ATESTADO.

           MOVE KEY-ALU TO ATS-MATRICULA.
           DISPLAY "MEDICO: ".
           ACCEPT ATS-MEDICO.
           DISPLAY "CRM: ".
           ACCEPT ATS-CRM.
           DISPLAY "VALIDADE EM MESES (VAZIO = 12): ".
           ACCEPT WS-MESES-X.
           PERFORM AJUSTAR-MESES-ATESTADO.
           IF WS-MESES-X IS NUMERIC AND WS-MESES-NUM > ZEROS
               MOVE WS-MESES-NUM TO ATS-VALIDADE-MESES
           ELSE
               MOVE CONST-MESES-PADRAO TO ATS-VALIDADE-MESES
           END-IF.
           PERFORM CALCULAR-VALIDADE-ATESTADO.
           MOVE AOP-ID TO ATS-OPERADOR.
           MOVE WS-DATA-ATUAL TO ATS-DATA-REGISTRO.

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

           WRITE REG-ATESTADO.
           IF WS-STATUS = 22
               REWRITE REG-ATESTADO
               MOVE "REGRAVACAO DE REG-ATESTADO" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           ELSE
               MOVE "GRAVACAO DE REG-ATESTADO" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

           CLOSE CADATS.
           MOVE "FECHAMENTO DE CADATS" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           DISPLAY "ATESTADO REGISTRADO - VALIDO ATE "
               ATS-DATA-VALIDADE.

      *> A single digit typed for the months is carried right, as
      *> CADATST does: "6" reads 06, a blank answer 00 (the default).
       AJUSTAR-MESES-ATESTADO.

           IF WS-MESES-X(1:1) NOT = SPACE AND WS-MESES-X(2:1) = SPACE
               MOVE WS-MESES-X(1:1) TO WS-MESES-X(2:1)
               MOVE ZERO TO WS-MESES-X(1:1)
           END-IF.
           INSPECT WS-MESES-X REPLACING LEADING SPACE BY ZERO.

      *> CALCULAR-VALIDADE-ATESTADO moves the issue date forward by the
      *> months signed for, as CADATST does - a day the target month
      *> does not have is pulled back to its last day.
       CALCULAR-VALIDADE-ATESTADO.

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

       GRAVAR-AUDITORIA.

           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
