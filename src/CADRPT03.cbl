                   MOVE "ARQUIVAMENTO" TO LD-OPERACAO
               WHEN AUD-RESTAURACAO
                   MOVE "RESTAURACAO " TO LD-OPERACAO
               WHEN AUD-TRANSFERENCIA
                   MOVE "TRANSF TURMA" TO LD-OPERACAO
               WHEN AUD-TRANCAMENTO
                   MOVE "TRANCAMENTO " TO LD-OPERACAO
               WHEN AUD-APROVACAO
                   MOVE "APROVACAO   " TO LD-OPERACAO
               WHEN AUD-LIMITE-APROVACAO
                   MOVE "LIMITE APROV" TO LD-OPERACAO
               WHEN OTHER
                   MOVE "OPERACAO ?  " TO LD-OPERACAO
           END-EVALUATE.
