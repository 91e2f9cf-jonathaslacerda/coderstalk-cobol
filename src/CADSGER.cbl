           MOVE WS-DATA-SESSAO TO SES-DATA.
           SET SES-PREVISTA TO TRUE.
           MOVE SPACES TO SES-MOTIVO.
           MOVE SPACES TO SES-SUBSTITUTO.

           WRITE REG-SESSAO.
           IF WS-STATUS = 22
