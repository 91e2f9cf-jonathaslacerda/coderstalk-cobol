           ACCEPT WS-OPCAO.

           IF AOP-CONSULTA AND WS-OPCAO NOT = 2 AND WS-OPCAO NOT = 3
               AND WS-OPCAO NOT = 17 AND WS-OPCAO NOT = 30
               DISPLAY "OPCAO RESTRITA - OPERADOR SOMENTE CONSULTA"
           ELSE
               PERFORM DESPACHAR-OPCAO
               WHEN 21
                   CALL "CADRCAN"
               WHEN 22
                   CALL "CADTRF"
               WHEN 23
                   CALL "CADTRC"
               WHEN 24
                   CALL "CADATST"
               WHEN 25
                   CALL "CADEMNT"
               WHEN 26
                   CALL "CADEINS"
               WHEN 27
                   CALL "CADPMNT"
               WHEN 28
                   CALL "CADVEND"
               WHEN 29
                   CALL "CADAPRV"
               WHEN 30
                   SET ENCERRAR-MENU TO TRUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           DISPLAY "16. AJUSTE DE COBRANCA".
           DISPLAY "17. CONSULTAR FILA DE ESPERA".
           DISPLAY "18. PARCELAMENTO DE DEBITOS".
           DISPLAY "19. CANCELAR SESSAO/FERIADO/SUBSTITUTO".
           DISPLAY "20. PROSPECTOS E AULA EXPERIMENTAL".
           DISPLAY "21. CANCELAR RECIBO".
           DISPLAY "22. TRANSFERIR ALUNO DE TURMA".
           DISPLAY "23. TRANCAR MATRICULA".
           DISPLAY "24. ATESTADO MEDICO".
           DISPLAY "25. MANUTENCAO DE EVENTOS".
           DISPLAY "26. INSCRICAO E RESULTADOS DE EVENTOS".
           DISPLAY "27. MANUTENCAO DE PRODUTOS".
           DISPLAY "28. VENDA DE MATERIAL".
           DISPLAY "29. APROVAR PEDIDOS PENDENTES".
           DISPLAY "30. SAIR".
           DISPLAY "===================================".
           DISPLAY "OPCAO: ".

