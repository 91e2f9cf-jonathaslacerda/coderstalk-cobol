      *> exemplo05_arquivos reads its own:
      *>   ABRIR    - mark every ALU-ATIVO student REMAT-PENDENTE
      *>   AVISOS   - extract the still-pending students with their
      *>              CONTATO-ALU into CADAVI.RPT, the call/mail list,
      *>              and queue an "RM" message to each family on the
      *>              CADNTFG notification queue (once per campaign
      *>              year - rerunning AVISOS does not repeat it)
      *>   ENCERRAR - withdraw every student still pending through the
      *>              same audited path as BAIXAR-ALUNO, clear the
      *>              flag on the confirmed ones, and print the final
           03 WS-MES-BAIXA PIC 9(02).
           03 WS-DIA-BAIXA PIC 9(02).

      *> AVISOS run date - its year names the campaign on the family
      *> notification queue.
       01  WS-DATA-AVISO PIC 9(08).
       01  WS-DATA-AVISO-R REDEFINES WS-DATA-AVISO.
           03 WS-ANO-AVISO PIC 9(04).
           03 WS-MES-AVISO PIC 9(02).
           03 WS-DIA-AVISO PIC 9(02).
       01  WS-ENFILEIRADOS PIC 9(05) VALUE ZEROS.

      *> Polite wait-and-retry for a master record a front-desk
      *> program is holding during the scan - a held record must not
      *> read as end-of-file and silently truncate the run.

           COPY CADOPRW.

           COPY CADNTFW.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

                   PERFORM EXTRAIR-AVISOS
                   DISPLAY "AVISOS GERADOS PARA " WS-AVISADOS
                       " ALUNOS PENDENTES"
                   DISPLAY "MENSAGENS ENFILEIRADAS: " WS-ENFILEIRADOS
               WHEN MODO-ENCERRAR
                   PERFORM ENCERRAR-CAMPANHA
                   DISPLAY "CAMPANHA ENCERRADA - CONFIRMADOS "
                   MOVE "ABERTURA DE CADRSP (INPUT)" TO WS-OPERACAO
                   PERFORM VERIFICAR-STATUS
               END-IF
               ACCEPT WS-DATA-AVISO FROM DATE YYYYMMDD
               SET ANF-ABRIR TO TRUE
               CALL "CADNTFG" USING AREA-NOTIFICACAO
           END-IF.

      *> ----------------------------------------------------------------
                   WRITE LINHA-RELATORIO-AVI FROM LINHA-AVISO
                   MOVE "GRAVACAO DE LINHA DE AVISO" TO WS-OPERACAO
                   PERFORM VERIFICAR-STATUS
                   PERFORM ENFILEIRAR-AVISO-REMATRICULA
               END-IF
           END-IF.

      *> ----------------------------------------------------------------
      *> ENFILEIRAR-AVISO-REMATRICULA puts the same reminder on the
      *> family notification queue; "REMAT" plus the campaign year is
      *> the event, so each family gets it once per campaign.
      *> ----------------------------------------------------------------
       ENFILEIRAR-AVISO-REMATRICULA.

           SET ANF-GRAVAR TO TRUE.
           MOVE KEY-ALU       TO ANF-MATRICULA.
           MOVE NOME-ALU      TO ANF-NOME-ALUNO.
           MOVE CONTATO-ALU   TO ANF-CONTATO-ALUNO.
           MOVE CPF-RESP-ALU  TO ANF-CPF-RESP.
           MOVE "RM"          TO ANF-TIPO.
           MOVE SPACES        TO ANF-REFERENCIA.
           STRING "REMAT" WS-ANO-AVISO DELIMITED BY SIZE
               INTO ANF-REFERENCIA
           END-STRING.
           MOVE WS-DATA-AVISO   TO ANF-DATA.
           MOVE TURMA-ALU(1:6)  TO ANF-TURMA.
           MOVE ZEROS           TO ANF-COMPETENCIA.
           MOVE ZEROS           TO ANF-VALOR.
           MOVE "CADCAMP"       TO ANF-ORIGEM.
           CALL "CADNTFG" USING AREA-NOTIFICACAO.
           IF ANF-ENFILEIRADA
               ADD 1 TO WS-ENFILEIRADOS
           END-IF.

      *> ----------------------------------------------------------------
      *> RESOLVER-CONTATO-AVISO decides who the call-list line reaches:
      *> a minor's line carries the guardian's name and phone off
                   MOVE "FECHAMENTO DE CADRSP" TO WS-OPERACAO
                   PERFORM VERIFICAR-STATUS
               END-IF
               SET ANF-FECHAR TO TRUE
               CALL "CADNTFG" USING AREA-NOTIFICACAO
           END-IF.

       VERIFICAR-STATUS.
