      *> Roster counts by status.
       01  WS-TOTAL-ATIVOS    PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-SUSPENSOS PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-TRANCADOS PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-FORMADOS  PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-BAIXADOS  PIC 9(05) VALUE ZEROS.

                           ADD 1 TO WS-TOTAL-ATIVOS
                       WHEN ALU-SUSPENSO
                           ADD 1 TO WS-TOTAL-SUSPENSOS
                       WHEN ALU-TRANCADO
                           ADD 1 TO WS-TOTAL-TRANCADOS
                       WHEN ALU-FORMADO
                           ADD 1 TO WS-TOTAL-FORMADOS
                       WHEN OTHER

      *> ----------------------------------------------------------------
      *> SOMAR-PROXIMA-COBRANCA folds the competence's charges into the
      *> billed / collected / open totals - a charge paid short counts
      *> what it took in as collected and only the rest as open. A
      *> missing CADCOB.DAT - no month ever opened - just leaves the
      *> money quadro zeroed.
      *> ----------------------------------------------------------------
       SOMAR-PROXIMA-COBRANCA.

               IF COB-COMPETENCIA = WS-COMPETENCIA
                   AND NOT COB-CANCELADA
                   ADD COB-VALOR TO WS-VALOR-FATURADO
                   IF COB-PAGA OR COB-ABERTA
                       ADD COB-VALOR-PAGO TO WS-VALOR-RECEBIDO
                   END-IF
                   IF COB-ABERTA AND COB-VALOR > COB-VALOR-PAGO
                       COMPUTE WS-VALOR-ABERTO =
                           WS-VALOR-ABERTO + COB-VALOR - COB-VALOR-PAGO
                   END-IF
               END-IF
           END-IF.
                   PERFORM LOCALIZAR-TURMA-TABELA
                   IF ENCONTROU-TURMA
                       ADD 1 TO TBF-SESSOES(WS-INDICE)
      *> A make-up is filed under the turma it credits and counts
      *> there as attended, the way CADRPT05 counts it.
                       IF FRQ-PRESENTE OR FRQ-REPOSICAO
                           ADD 1 TO TBF-PRESENCAS(WS-INDICE)
                       END-IF
                   END-IF
           MOVE "SUSPENSOS:              " TO LCT-ROTULO.
           MOVE WS-TOTAL-SUSPENSOS TO LCT-TOTAL.
           PERFORM IMPRIMIR-CONTAGEM.
           MOVE "TRANCADOS:              " TO LCT-ROTULO.
           MOVE WS-TOTAL-TRANCADOS TO LCT-TOTAL.
           PERFORM IMPRIMIR-CONTAGEM.
           MOVE "FORMADOS:               " TO LCT-ROTULO.
           MOVE WS-TOTAL-FORMADOS TO LCT-TOTAL.
           PERFORM IMPRIMIR-CONTAGEM.
