      *> ----------------------------------------------------------------
      *> CADNFSX is the daily service-invoice (NFS-e) export. The city
      *> wants an electronic invoice for every tuition payment, and the
      *> bookkeeper used to retype each receipt into the prefeitura
      *> portal; this writes them to CADNFS.TXT in the municipality's
      *> fixed import layout instead:
      *>   - "1" one invoice per receipt issued on CADRCB.DAT since the
      *>     last run - the "ULTNFS" control record on CADCTL.DAT keeps
      *>     the highest receipt number already taken on, the same
      *>     one-record pattern as "ULTRCB". The payer (tomador) is the
      *>     guardian on CADRSP.DAT when the student has one, the
      *>     student otherwise; the service description comes from the
      *>     turma on CADTUR.DAT, or from the event on CADEVT.DAT for a
      *>     CADEINS entry fee (COB-TURMA "EV"). A receipt voided before
      *>     it was ever sent is skipped, and so is the payment of a
      *>     CADVEND product sale (COB-TURMA "VD") - goods are not a
      *>     service and do not go on the NFS-e;
      *>   - "1" again for a receipt the city refused, once it can go
      *>     (the desk fixed the CPF) - or it is dropped if it has been
      *>     voided meanwhile or pays a product sale;
      *>   - "2" a cancellation for every receipt CADRCAN voided after
      *>     its invoice was issued.
      *> Every receipt taken on gets its CADNFI.DAT tracking record;
      *> CADNFSR posts the city's return onto it.
      *>
      *> On the very first run there is no "ULTNFS" yet: the optional
      *> command-line argument gives the first receipt number to send
      *> (receipts before it were invoiced by hand); without it the
      *> whole register is sent.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADNFSX.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT CADRCB ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS RCB-NUMERO
               FILE STATUS      IS WS-STATUS.

           SELECT CADNFI ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS NFI-RECIBO
               FILE STATUS      IS WS-STATUS.

           SELECT CADCTL ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS CTL-CHAVE
               FILE STATUS      IS WS-STATUS.

           SELECT CADALU ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS KEY-ALU
               ALTERNATE KEY    IS NOME-ALU WITH DUPLICATES
               ALTERNATE KEY    IS CPF-ALU WITH DUPLICATES
               FILE STATUS      IS WS-STATUS.

           SELECT CADRSP ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS RSP-CPF
               FILE STATUS      IS WS-STATUS.

           SELECT CADTUR ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS TUR-CODIGO
               FILE STATUS      IS WS-STATUS.

           SELECT CADEVT ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS EVT-CODIGO
               FILE STATUS      IS WS-STATUS.

           SELECT ARQNFS ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  CADRCB
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADRCB.DAT".
           COPY CADRCBR.

       FD  CADNFI
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADNFI.DAT".
           COPY CADNFIR.

       FD  CADCTL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADCTL.DAT".
           COPY CADCTLR.

       FD  CADALU
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADALU.DAT".
           COPY CADREG.

       FD  CADRSP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADRSP.DAT".
           COPY CADRSPR.

       FD  CADTUR
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADTUR.DAT".
           COPY CADTURR.

       FD  CADEVT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADEVT.DAT".
           COPY CADEVTR.

      *> The municipality's import layout is wider than our 80-column
      *> files - the service description alone takes 60.
       FD  ARQNFS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADNFS.TXT".
       01  LINHA-NFS PIC X(150).

       WORKING-STORAGE SECTION.

       01  WS-STATUS PIC 9(02) VALUE ZEROS.
       01  WS-OPERACAO PIC X(40).

       01  WS-COMANDO-COMPLETO PIC X(40).
       01  WS-PRIMEIRO-RECIBO-X PIC X(05).
       01  WS-PRIMEIRO-RECIBO PIC 9(05).

       01  WS-FIM-ARQUIVO PIC X(01).
           88 FIM-ARQUIVO     VALUE "S".
           88 NAO-FIM-ARQUIVO VALUE "N".

       01  WS-TEM-RECIBOS PIC X(01).
           88 TEM-RECIBOS VALUE "S".
           88 SEM-RECIBOS VALUE "N".

       01  WS-TEM-RESPONSAVEIS PIC X(01).
           88 TEM-RESPONSAVEIS VALUE "S".
           88 SEM-RESPONSAVEIS VALUE "N".

       01  WS-TEM-TURMAS PIC X(01).
           88 TEM-TURMAS VALUE "S".
           88 SEM-TURMAS VALUE "N".

       01  WS-TEM-EVENTOS PIC X(01).
           88 TEM-EVENTOS VALUE "S".
           88 SEM-EVENTOS VALUE "N".

      *> The COB-TURMA prefixes of a CADVEND sale and a CADEINS entry
      *> fee, carried onto the receipt.
       77  CONST-PREFIXO-VENDA  PIC X(02) VALUE "VD".
       77  CONST-PREFIXO-EVENTO PIC X(02) VALUE "EV".
       01  WS-EVENTO-X PIC X(04).

       01  WS-NOTA-EXISTE PIC X(01).
           88 NOTA-EXISTE     VALUE "S".
           88 NOTA-NAO-EXISTE VALUE "N".

       01  WS-ULTIMO-ENVIADO PIC 9(05) VALUE ZEROS.

      *> Payer (tomador) of the receipt being sent.
       01  WS-CPF-PAGADOR PIC 9(11).
       01  WS-NOME-PAGADOR PIC X(45).

       01  WS-ENVIADAS PIC 9(05) VALUE ZEROS.
       01  WS-REENVIADAS PIC 9(05) VALUE ZEROS.
       01  WS-CANCELAMENTOS PIC 9(05) VALUE ZEROS.
       01  WS-SEM-CPF PIC 9(05) VALUE ZEROS.
       01  WS-DISPENSADAS PIC 9(05) VALUE ZEROS.
       01  WS-VENDAS-FORA PIC 9(05) VALUE ZEROS.
       01  WS-VALOR-ENVIADO PIC 9(09)V99 VALUE ZEROS.

       01  WS-DATA-ATUAL PIC 9(08).

       01  LINHA-NFS-CABECALHO.
           03 FILLER          PIC X(01) VALUE "0".
           03 FILLER          PIC X(04) VALUE "NFSE".
           03 LH-DATA-GERACAO PIC 9(08).
           03 FILLER          PIC X(137) VALUE SPACES.

      *> Amounts in centavos, no separators.
       01  LINHA-NFS-EMISSAO.
           03 FILLER          PIC X(01) VALUE "1".
           03 LE-RECIBO       PIC 9(05).
           03 LE-DATA         PIC 9(08).
           03 LE-CPF          PIC 9(11).
           03 LE-NOME         PIC X(45).
           03 LE-DISCRIMINACAO PIC X(60).
           03 LE-VALOR        PIC 9(06)V99.
           03 FILLER          PIC X(12) VALUE SPACES.

       01  LINHA-NFS-CANCELAMENTO.
           03 FILLER          PIC X(01) VALUE "2".
           03 LX-RECIBO       PIC 9(05).
           03 LX-NUMERO       PIC X(15).
           03 LX-DATA         PIC 9(08).
           03 LX-MOTIVO       PIC X(20).
           03 FILLER          PIC X(101) VALUE SPACES.

       01  LINHA-NFS-RODAPE.
           03 FILLER          PIC X(01) VALUE "9".
           03 LT-EMISSOES     PIC 9(05).
           03 LT-CANCELAMENTOS PIC 9(05).
           03 LT-VALOR        PIC 9(09)V99.
           03 FILLER          PIC X(128) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM ABRIR-ARQUIVOS.

           IF TEM-RECIBOS
               PERFORM REVISAR-NOTAS
               PERFORM ENVIAR-RECIBOS-NOVOS
           END-IF.

           PERFORM FECHAR-ARQUIVOS.

           DISPLAY "NOTAS ENVIADAS:              " WS-ENVIADAS.
           DISPLAY "NOTAS REENVIADAS:            " WS-REENVIADAS.
           DISPLAY "CANCELAMENTOS ENVIADOS:      " WS-CANCELAMENTOS.
           DISPLAY "RECIBOS RETIDOS (SEM CPF):   " WS-SEM-CPF.
           DISPLAY "RECUSADAS DISPENSADAS:       " WS-DISPENSADAS.
           DISPLAY "RECIBOS DE VENDA (SEM NFS-E):" WS-VENDAS-FORA.

           STOP RUN.

       ABRIR-ARQUIVOS.

           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.

           ACCEPT WS-COMANDO-COMPLETO FROM COMMAND-LINE.
           UNSTRING WS-COMANDO-COMPLETO DELIMITED BY SPACE
               INTO WS-PRIMEIRO-RECIBO-X.
           IF WS-PRIMEIRO-RECIBO-X = SPACES
               MOVE 1 TO WS-PRIMEIRO-RECIBO
           ELSE
               MOVE WS-PRIMEIRO-RECIBO-X TO WS-PRIMEIRO-RECIBO
           END-IF.

           OPEN INPUT CADRCB.
           IF WS-STATUS = 35
               SET SEM-RECIBOS TO TRUE
               MOVE ZEROS TO WS-STATUS
               DISPLAY "CADRCB.DAT NAO ENCONTRADO - NENHUM RECIBO A "
                   "ENVIAR"
           ELSE
               MOVE "ABERTURA DE CADRCB (INPUT)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               SET TEM-RECIBOS TO TRUE
           END-IF.

           OPEN I-O CADNFI.
           IF WS-STATUS = 35
               OPEN OUTPUT CADNFI
               MOVE "ABERTURA DE CADNFI (OUTPUT INICIAL)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               CLOSE CADNFI
               MOVE "FECHAMENTO DE CADNFI (INICIAL)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               OPEN I-O CADNFI
           END-IF.
           MOVE "ABERTURA DE CADNFI (I-O)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

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

           OPEN INPUT CADALU.
           IF WS-STATUS = 35
               DISPLAY "CADALU.DAT NAO ENCONTRADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "ABERTURA DE CADALU (INPUT)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           OPEN INPUT CADRSP.
           IF WS-STATUS = 35
               SET SEM-RESPONSAVEIS TO TRUE
               MOVE ZEROS TO WS-STATUS
           ELSE
               MOVE "ABERTURA DE CADRSP (INPUT)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               SET TEM-RESPONSAVEIS TO TRUE
           END-IF.

           OPEN INPUT CADTUR.
           IF WS-STATUS = 35
               SET SEM-TURMAS TO TRUE
               MOVE ZEROS TO WS-STATUS
           ELSE
               MOVE "ABERTURA DE CADTUR (INPUT)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               SET TEM-TURMAS TO TRUE
           END-IF.

           OPEN INPUT CADEVT.
           IF WS-STATUS = 35
               SET SEM-EVENTOS TO TRUE
               MOVE ZEROS TO WS-STATUS
           ELSE
               MOVE "ABERTURA DE CADEVT (INPUT)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               SET TEM-EVENTOS TO TRUE
           END-IF.

           OPEN OUTPUT ARQNFS.
           MOVE "ABERTURA DE ARQNFS (OUTPUT)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           MOVE WS-DATA-ATUAL TO LH-DATA-GERACAO.
           WRITE LINHA-NFS FROM LINHA-NFS-CABECALHO.
           MOVE "GRAVACAO DE CABECALHO (CADNFS.TXT)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

      *> ----------------------------------------------------------------
      *> REVISAR-NOTAS walks the receipts already taken on: a refused
      *> one goes again (or is dropped if voided meanwhile), and an
      *> invoiced receipt that has since been voided is cancelled.
      *> ----------------------------------------------------------------
       REVISAR-NOTAS.

           MOVE ZEROS TO NFI-RECIBO.
           START CADNFI KEY IS NOT LESS THAN NFI-RECIBO.
           IF WS-STATUS = 00
               SET NAO-FIM-ARQUIVO TO TRUE
               PERFORM REVISAR-PROXIMA-NOTA UNTIL FIM-ARQUIVO
           END-IF.
           MOVE ZEROS TO WS-STATUS.

       REVISAR-PROXIMA-NOTA.

           READ CADNFI NEXT RECORD.
           IF WS-STATUS NOT = 00
               SET FIM-ARQUIVO TO TRUE
           ELSE
               IF NFI-RECUSADA OR NFI-EMITIDA
                   MOVE NFI-RECIBO TO RCB-NUMERO
                   READ CADRCB KEY IS RCB-NUMERO
                   IF WS-STATUS = 00
                       PERFORM REVISAR-NOTA
                   END-IF
                   MOVE ZEROS TO WS-STATUS
               END-IF
           END-IF.

       REVISAR-NOTA.

           EVALUATE TRUE
               WHEN NFI-RECUSADA AND RCB-CANCELADO
               WHEN NFI-RECUSADA
                   AND RCB-TURMA(1:2) = CONST-PREFIXO-VENDA
                   SET NFI-DISPENSADA TO TRUE
                   MOVE WS-DATA-ATUAL TO NFI-DATA-CANCELAMENTO
                   ADD 1 TO WS-DISPENSADAS
                   PERFORM REGRAVAR-NOTA
               WHEN NFI-RECUSADA
                   PERFORM PREPARAR-ENVIO
                   IF NFI-ENVIADA
                       ADD 1 TO WS-REENVIADAS
                   END-IF
                   PERFORM REGRAVAR-NOTA
               WHEN NFI-EMITIDA AND RCB-CANCELADO
                   PERFORM ENVIAR-CANCELAMENTO
                   PERFORM REGRAVAR-NOTA
           END-EVALUATE.

       REGRAVAR-NOTA.

           REWRITE REG-NOTA-FISCAL.
           MOVE "REGRAVACAO DE REG-NOTA-FISCAL" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

       ENVIAR-CANCELAMENTO.

           MOVE NFI-RECIBO        TO LX-RECIBO.
           MOVE NFI-NUMERO        TO LX-NUMERO.
           MOVE WS-DATA-ATUAL     TO LX-DATA.
           MOVE RCB-MOTIVO-CANCEL TO LX-MOTIVO.
           WRITE LINHA-NFS FROM LINHA-NFS-CANCELAMENTO.
           MOVE "GRAVACAO DE CANCELAMENTO (CADNFS.TXT)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           SET NFI-CANCELAMENTO-ENVIADO TO TRUE.
           MOVE WS-DATA-ATUAL TO NFI-DATA-CANCELAMENTO.
           ADD 1 TO WS-CANCELAMENTOS.

      *> ----------------------------------------------------------------
      *> ENVIAR-RECIBOS-NOVOS takes on every receipt past "ULTNFS" and
      *> moves the marker to the last one seen, voided or not - a
      *> receipt voided before it was sent never needs an invoice.
      *> ----------------------------------------------------------------
       ENVIAR-RECIBOS-NOVOS.

           MOVE "ULTNFS" TO CTL-CHAVE.
           READ CADCTL KEY IS CTL-CHAVE.
           IF WS-STATUS = 23
               MOVE "ULTNFS" TO CTL-CHAVE
               COMPUTE CTL-ULTIMA-MATRICULA = WS-PRIMEIRO-RECIBO - 1
               WRITE REG-CONTROLE
               MOVE "GRAVACAO DE REG-CONTROLE (ULTNFS INICIAL)" TO
                   WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           ELSE
               MOVE "LEITURA DE REG-CONTROLE (ULTNFS)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.
           MOVE CTL-ULTIMA-MATRICULA TO WS-ULTIMO-ENVIADO.

           COMPUTE RCB-NUMERO = WS-ULTIMO-ENVIADO + 1.
           START CADRCB KEY IS NOT LESS THAN RCB-NUMERO.
           IF WS-STATUS = 00
               SET NAO-FIM-ARQUIVO TO TRUE
               PERFORM ENVIAR-PROXIMO-RECIBO UNTIL FIM-ARQUIVO
           END-IF.
           MOVE ZEROS TO WS-STATUS.

           MOVE "ULTNFS" TO CTL-CHAVE.
           READ CADCTL KEY IS CTL-CHAVE.
           MOVE "RELEITURA DE REG-CONTROLE (ULTNFS)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.
           MOVE WS-ULTIMO-ENVIADO TO CTL-ULTIMA-MATRICULA.
           REWRITE REG-CONTROLE.
           MOVE "REGRAVACAO DE REG-CONTROLE (ULTNFS)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

       ENVIAR-PROXIMO-RECIBO.

           READ CADRCB NEXT RECORD.
           IF WS-STATUS NOT = 00
               SET FIM-ARQUIVO TO TRUE
           ELSE
               MOVE RCB-NUMERO TO WS-ULTIMO-ENVIADO
               IF RCB-EMITIDO
                   IF RCB-TURMA(1:2) = CONST-PREFIXO-VENDA
                       ADD 1 TO WS-VENDAS-FORA
                   ELSE
                       PERFORM TOMAR-RECIBO
                   END-IF
               END-IF
           END-IF.

       TOMAR-RECIBO.

           SET NOTA-NAO-EXISTE TO TRUE.
           MOVE RCB-NUMERO TO NFI-RECIBO.
           READ CADNFI KEY IS NFI-RECIBO.
           IF WS-STATUS = 00
               SET NOTA-EXISTE TO TRUE
           END-IF.
           MOVE ZEROS TO WS-STATUS.

      *> A receipt already tracked (the marker was set back by hand)
      *> is not sent twice.
           IF NOTA-NAO-EXISTE
               MOVE RCB-NUMERO TO NFI-RECIBO
               MOVE SPACES TO NFI-NUMERO
               MOVE ZEROS TO NFI-DATA-EMISSAO
               MOVE ZEROS TO NFI-DATA-CANCELAMENTO
               PERFORM PREPARAR-ENVIO
               IF NFI-ENVIADA
                   ADD 1 TO WS-ENVIADAS
               END-IF
               WRITE REG-NOTA-FISCAL
               MOVE "GRAVACAO DE REG-NOTA-FISCAL" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

      *> ----------------------------------------------------------------
      *> PREPARAR-ENVIO resolves the payer of the receipt in REG-RECIBO
      *> and writes its "1" line - or, with no payer CPF on file, keeps
      *> the receipt back as refused so a later run sends it.
      *> ----------------------------------------------------------------
       PREPARAR-ENVIO.

           PERFORM RESOLVER-PAGADOR.

           IF WS-CPF-PAGADOR = ZEROS
               SET NFI-RECUSADA TO TRUE
               MOVE "PAGADOR SEM CPF NO CADASTRO" TO NFI-MOTIVO-RECUSA
               ADD 1 TO WS-SEM-CPF
               DISPLAY "RECIBO " RCB-NUMERO " MATRICULA " RCB-MATRICULA
                   " - PAGADOR SEM CPF, RETIDO"
           ELSE
               MOVE RCB-NUMERO      TO LE-RECIBO
               MOVE RCB-DATA        TO LE-DATA
               MOVE WS-CPF-PAGADOR  TO LE-CPF
               MOVE WS-NOME-PAGADOR TO LE-NOME
               PERFORM MONTAR-DISCRIMINACAO
               MOVE RCB-VALOR       TO LE-VALOR
               WRITE LINHA-NFS FROM LINHA-NFS-EMISSAO
               MOVE "GRAVACAO DE EMISSAO (CADNFS.TXT)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               ADD RCB-VALOR TO WS-VALOR-ENVIADO
               SET NFI-ENVIADA TO TRUE
               MOVE WS-DATA-ATUAL TO NFI-DATA-ENVIO
               MOVE SPACES TO NFI-MOTIVO-RECUSA
           END-IF.

       RESOLVER-PAGADOR.

           MOVE ZEROS TO WS-CPF-PAGADOR.
           MOVE RCB-NOME TO WS-NOME-PAGADOR.

           MOVE RCB-MATRICULA TO KEY-ALU.
           READ CADALU KEY IS KEY-ALU.
           IF WS-STATUS = 00
               IF CPF-RESP-ALU NOT = ZEROS
                   MOVE CPF-RESP-ALU TO WS-CPF-PAGADOR
                   IF TEM-RESPONSAVEIS
                       MOVE CPF-RESP-ALU TO RSP-CPF
                       READ CADRSP KEY IS RSP-CPF
                       IF WS-STATUS = 00
                           MOVE RSP-NOME TO WS-NOME-PAGADOR
                       END-IF
                   END-IF
               ELSE
                   MOVE CPF-ALU  TO WS-CPF-PAGADOR
                   MOVE NOME-ALU TO WS-NOME-PAGADOR
               END-IF
           END-IF.
           MOVE ZEROS TO WS-STATUS.

      *> The service description: the turma's name for a monthly fee,
      *> the event's name for an entry fee, a fixed text for an
      *> installment of a debt agreement.
       MONTAR-DISCRIMINACAO.

           MOVE SPACES TO LE-DISCRIMINACAO.
           MOVE SPACES TO TUR-DESCRICAO.
           EVALUATE TRUE
               WHEN RCB-TURMA = "ACORDO"
                   STRING "PARCELA DE ACORDO DE MENSALIDADES - COMPET "
                       DELIMITED BY SIZE
                       RCB-COMPETENCIA DELIMITED BY SIZE
                       INTO LE-DISCRIMINACAO
               WHEN RCB-TURMA(1:2) = CONST-PREFIXO-EVENTO
                   PERFORM MONTAR-DISCRIMINACAO-EVENTO
               WHEN OTHER
                   IF TEM-TURMAS
                       MOVE RCB-TURMA TO TUR-CODIGO
                       READ CADTUR KEY IS TUR-CODIGO
                       IF WS-STATUS NOT = 00
                           MOVE RCB-TURMA TO TUR-DESCRICAO
                       END-IF
                       MOVE ZEROS TO WS-STATUS
                   ELSE
                       MOVE RCB-TURMA TO TUR-DESCRICAO
                   END-IF
                   STRING "MENSALIDADE " DELIMITED BY SIZE
                       RCB-COMPETENCIA DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       TUR-DESCRICAO DELIMITED BY SIZE
                       INTO LE-DISCRIMINACAO
           END-EVALUATE.

       MONTAR-DISCRIMINACAO-EVENTO.

           MOVE RCB-TURMA(3:4) TO WS-EVENTO-X.
           MOVE SPACES TO EVT-NOME.
           IF TEM-EVENTOS AND WS-EVENTO-X IS NUMERIC
               MOVE WS-EVENTO-X TO EVT-CODIGO
               READ CADEVT KEY IS EVT-CODIGO
               IF WS-STATUS NOT = 00
                   MOVE SPACES TO EVT-NOME
               END-IF
               MOVE ZEROS TO WS-STATUS
           END-IF.
           IF EVT-NOME = SPACES
               STRING "EVENTO " DELIMITED BY SIZE
                   WS-EVENTO-X DELIMITED BY SIZE
                   INTO EVT-NOME
           END-IF.
           STRING "INSCRICAO EM EVENTO - " DELIMITED BY SIZE
               EVT-NOME DELIMITED BY SIZE
               INTO LE-DISCRIMINACAO.

       FECHAR-ARQUIVOS.

           COMPUTE LT-EMISSOES = WS-ENVIADAS + WS-REENVIADAS.
           MOVE WS-CANCELAMENTOS TO LT-CANCELAMENTOS.
           MOVE WS-VALOR-ENVIADO TO LT-VALOR.
           WRITE LINHA-NFS FROM LINHA-NFS-RODAPE.
           MOVE "GRAVACAO DE RODAPE (CADNFS.TXT)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           IF TEM-RECIBOS
               CLOSE CADRCB
               MOVE "FECHAMENTO DE CADRCB" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

           CLOSE CADNFI.
           MOVE "FECHAMENTO DE CADNFI" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           CLOSE CADCTL.
           MOVE "FECHAMENTO DE CADCTL" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           CLOSE CADALU.
           MOVE "FECHAMENTO DE CADALU" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           IF TEM-RESPONSAVEIS
               CLOSE CADRSP
               MOVE "FECHAMENTO DE CADRSP" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

           IF TEM-TURMAS
               CLOSE CADTUR
               MOVE "FECHAMENTO DE CADTUR" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

           IF TEM-EVENTOS
               CLOSE CADEVT
               MOVE "FECHAMENTO DE CADEVT" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

           CLOSE ARQNFS.
           MOVE "FECHAMENTO DE ARQNFS" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

       VERIFICAR-STATUS.

           IF WS-STATUS NOT = 00 AND WS-STATUS NOT = 02
               DISPLAY "ERRO DE E/S EM " WS-OPERACAO
               DISPLAY "FILE STATUS: " WS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       END PROGRAM CADNFSX.
