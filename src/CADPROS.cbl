               SET ALU-ATIVO TO TRUE
               SET REMAT-SEM-CAMPANHA TO TRUE
               SET FED-NAO-ENVIADO TO TRUE
               MOVE ZEROS TO TRANC-ALU
               PERFORM OBTER-PROXIMA-CHAVE
               WRITE REG-ALU
               MOVE "GRAVACAO DE REG-ALU (CONVERSAO)" TO WS-OPERACAO
