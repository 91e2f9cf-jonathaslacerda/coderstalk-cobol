           03 WS-MST-FORMADOS  PIC 9(05) VALUE ZEROS.
           03 WS-MST-SUSPENSOS PIC 9(05) VALUE ZEROS.
           03 WS-MST-BAIXADOS  PIC 9(05) VALUE ZEROS.
           03 WS-MST-TRANCADOS PIC 9(05) VALUE ZEROS.
       01  WS-CONTAGEM-AUDITORIA.
           03 WS-AUD-ATIVOS    PIC 9(05) VALUE ZEROS.
           03 WS-AUD-FORMADOS  PIC 9(05) VALUE ZEROS.
           03 WS-AUD-SUSPENSOS PIC 9(05) VALUE ZEROS.
           03 WS-AUD-BAIXADOS  PIC 9(05) VALUE ZEROS.
           03 WS-AUD-TRANCADOS PIC 9(05) VALUE ZEROS.

      *> One byte per possible matricula, holding the STATUS-ALU the
      *> audit trail last recorded for it - SPACE means the trail never
                               CONTINUE
                           WHEN AUD-REABRE-COBRANCA
                               CONTINUE
      *> Second-approval lines carry the request's status, not the
      *> student's.
                           WHEN AUD-APROVACAO
                               CONTINUE
                           WHEN OTHER
                               MOVE AUD-STATUS-DEPOIS
                                   TO TAB-STATUS-AUD(AUD-CHAVE)
                       ADD 1 TO WS-MST-FORMADOS
                   WHEN ALU-SUSPENSO
                       ADD 1 TO WS-MST-SUSPENSOS
                   WHEN ALU-TRANCADO
                       ADD 1 TO WS-MST-TRANCADOS
                   WHEN OTHER
                       ADD 1 TO WS-MST-BAIXADOS
               END-EVALUATE
                   OR WS-AUD-FORMADOS  NOT = WS-MST-FORMADOS
                   OR WS-AUD-SUSPENSOS NOT = WS-MST-SUSPENSOS
                   OR WS-AUD-BAIXADOS  NOT = WS-MST-BAIXADOS
                   OR WS-AUD-TRANCADOS NOT = WS-MST-TRANCADOS
                   ADD DL-RC-STATUS-DIVERGE TO WS-RETORNO
                   DISPLAY "DIVERGENCIA: CONTAGENS POR STATUS"
                   DISPLAY "  MASTER    A=" WS-MST-ATIVOS
                       " F=" WS-MST-FORMADOS
                       " S=" WS-MST-SUSPENSOS
                       " I=" WS-MST-BAIXADOS
                       " T=" WS-MST-TRANCADOS
                   DISPLAY "  AUDITORIA A=" WS-AUD-ATIVOS
                       " F=" WS-AUD-FORMADOS
                       " S=" WS-AUD-SUSPENSOS
                       " I=" WS-AUD-BAIXADOS
                       " T=" WS-AUD-TRANCADOS
               END-IF
           END-IF.

                   ADD 1 TO WS-AUD-SUSPENSOS
               WHEN "I"
                   ADD 1 TO WS-AUD-BAIXADOS
               WHEN "T"
                   ADD 1 TO WS-AUD-TRANCADOS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
