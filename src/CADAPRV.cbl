      *> ----------------------------------------------------------------
      *> CADAPRV is the second-approval screen behind CADMENU's option
      *> 29, open only to an operator signed on at the full (ADMIN)
      *> level. It lists the requests CADAPRG filed on CADAPR.DAT -
      *> charge cancellations from CADAJUS and agreements from CADPARC
      *> above the "LIMAPR" amount, and every receipt void from CADRCAN
      *> - and lets an ADMIN other than the one who asked approve or
      *> reject each one. An approval carries the action out here:
      *>
      *>   C  the charge is cancelled and audited as a "C" line in the
      *>      CADAJUS layout, so CADCTBX and the reports read it as any
      *>      other cancellation;
      *>   R  the receipt is flipped to "X" with the reason typed at
      *>      CADRCAN;
      *>   P  CADPARC is CALLed with AAP-EXECUTAR-APROVADO to sign the
      *>      agreement on the requested terms;
      *>   L  the "LIMAPR" amount is rewritten with the new value and
      *>      the change audited as a "K" line - old amount, new
      *>      amount, the ADMIN who asked and the one who released it.
      *>
      *> A request that can no longer be carried out - the charge or
      *> receipt changed, the debt is not what it was - is closed as
      *> rejected; one whose record another desk is holding stays
      *> pending for a later try. Every decision writes a "P" line to
      *> CADAUD.LOG with the requesting ADMIN in the name fields and
      *> the deciding one in AUD-OPERADOR. The screen also takes a new
      *> "LIMAPR" amount - not written at once, since the threshold
      *> decides what needs a second ADMIN, but filed through CADAPRG
      *> as an "L" request for another ADMIN to release here.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADAPRV.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT CADAPR ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS APR-NUMERO
               LOCK MODE        IS AUTOMATIC
               FILE STATUS      IS WS-STATUS.

           SELECT CADCOB ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS COB-CHAVE
               LOCK MODE        IS AUTOMATIC
               FILE STATUS      IS WS-STATUS.

           SELECT CADRCB ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS RCB-NUMERO
               LOCK MODE        IS AUTOMATIC
               FILE STATUS      IS WS-STATUS.

           SELECT CADCTL ASSIGN TO DISK
               ORGANIZATION     IS INDEXED
               ACCESS MODE      IS DYNAMIC
               RECORD KEY       IS CTL-CHAVE
               LOCK MODE        IS AUTOMATIC
               FILE STATUS      IS WS-STATUS.

           SELECT CADAUD ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  CADAPR
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADAPR.DAT".
           COPY CADAPRR.

       FD  CADCOB
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADCOB.DAT".
           COPY CADCOBR.

       FD  CADRCB
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADRCB.DAT".
           COPY CADRCBR.

       FD  CADCTL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADCTL.DAT".
           COPY CADCTLR.

       FD  CADAUD
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CADAUD.LOG".
           COPY CADAUD.

       WORKING-STORAGE SECTION.

       01  WS-STATUS PIC 9(02) VALUE ZEROS.
       01  WS-OPERACAO PIC X(40).

       01  WS-OPCAO PIC 9(01).

       01  WS-CONTINUAR PIC X(01).
           88 CONTINUAR-MENU VALUE "S".
           88 ENCERRAR-MENU  VALUE "N".

      *> Request number and threshold are typed as text and re-read
      *> through these REDEFINES, so a stray letter is refused instead
      *> of abending.
       01  WS-NUMERO-X   PIC X(05).
       01  WS-NUMERO-NUM REDEFINES WS-NUMERO-X PIC 9(05).
       01  WS-LIMITE-X   PIC X(05).
       01  WS-LIMITE-NUM REDEFINES WS-LIMITE-X PIC 9(05).
       01  WS-DECISAO PIC X(01).

      *> Threshold in force and the one an "L" request asks for.
       01  WS-LIMITE-ANTERIOR PIC 9(05).
       01  WS-LIMITE-NOVO     PIC 9(05).

      *> Old and new threshold as filed in APR-MOTIVO.
       01  WS-MOTIVO-LIMITE.
           03 FILLER            PIC X(03) VALUE "DE ".
           03 WML-ANTERIOR      PIC 9(05).
           03 FILLER            PIC X(06) VALUE " PARA ".
           03 WML-NOVO          PIC 9(05).
           03 FILLER            PIC X(01) VALUE SPACES.

      *> Audit text of a threshold change - one amount per name field,
      *> both with the request and the ADMIN who asked for it.
       01  WS-DESCRICAO-LIMITE.
           03 FILLER            PIC X(10) VALUE "LIMITE R$ ".
           03 WDL-VALOR         PIC 9(05).
           03 FILLER            PIC X(08) VALUE " PEDIDO ".
           03 WDL-NUMERO        PIC 9(05).
           03 FILLER            PIC X(07) VALUE " SOLIC ".
           03 WDL-OPERADOR      PIC X(08).
           03 FILLER            PIC X(02) VALUE SPACES.

      *> Threshold kept on CADCTL under this key; CADAPRG supplies the
      *> default when the school never set it.
       77  CONST-CHAVE-LIMITE PIC X(10) VALUE "LIMAPR".

       01  WS-RESULTADO-APLICACAO PIC X(01).
           88 PEDIDO-APLICADO     VALUE "S".
           88 PEDIDO-NAO-APLICADO VALUE "N".
           88 PEDIDO-EM-ESPERA    VALUE "E".

       01  WS-FIM-LISTA PIC X(01).
           88 FIM-LISTA     VALUE "S".
           88 NAO-FIM-LISTA VALUE "N".

       01  WS-TOTAL PIC 9(05) VALUE ZEROS.
       01  WS-STATUS-ANTES PIC X(01).

       01  WS-DESCRICAO-TIPO PIC X(22).
       01  WS-VALOR-EDITADO PIC Z.ZZZ.ZZ9,99.

      *> Audit text of a request: number, type and the ADMIN who asked
      *> - the same layout CADAPRG writes when it files it.
       01  WS-DESCRICAO-APROVACAO.
           03 FILLER            PIC X(07) VALUE "PEDIDO ".
           03 WDP-NUMERO        PIC 9(05).
           03 FILLER            PIC X(06) VALUE " TIPO ".
           03 WDP-TIPO          PIC X(01).
           03 FILLER            PIC X(16) VALUE " SOLICITADO POR ".
           03 WDP-OPERADOR      PIC X(08).
           03 FILLER            PIC X(02) VALUE SPACES.

      *> Audit text of a charge cancellation - the CADAJUS layout,
      *> which CADCTBX and CADRPT14 read back.
       01  WS-DESCRICAO-AJUSTE.
           03 FILLER            PIC X(05) VALUE "COMP ".
           03 WDA-COMPETENCIA   PIC 9(06).
           03 FILLER            PIC X(07) VALUE " TURMA ".
           03 WDA-TURMA         PIC X(06).
           03 FILLER            PIC X(08) VALUE " MOTIVO ".
           03 WDA-MOTIVO        PIC X(02).
           03 FILLER            PIC X(11) VALUE SPACES.

       01  WS-DATA-ATUAL PIC 9(08).
       01  WS-HORA-ATUAL PIC 9(08).

      *> Polite wait-and-retry for a record another desk is holding,
      *> instead of failing with a bare file status.
       77  CONST-MAX-ESPERAS PIC 9(02) VALUE 5.
       77  CONST-SEGUNDOS-ESPERA PIC 9(01) VALUE 1.
       01  WS-TENTATIVAS PIC 9(02) VALUE ZEROS.

           COPY CADOPRW.

           COPY CADAPRW.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      *> CADMENU already refuses the option to an inquiry-only
      *> operator; the belt-and-braces check here keeps a direct CALL
      *> from skipping the gate.
           IF NOT AOP-COMPLETO
               DISPLAY "APROVACAO DE PEDIDOS RESTRITA A OPERADOR ADMIN"
               GOBACK
           END-IF.

           PERFORM ABRIR-ARQUIVOS.

           SET CONTINUAR-MENU TO TRUE.
           PERFORM PROCESSAR-OPCAO UNTIL ENCERRAR-MENU.

           PERFORM FECHAR-ARQUIVOS.

           GOBACK.

      *> ----------------------------------------------------------------
      *> ABRIR-ARQUIVOS opens the pending file for update, creating it
      *> on first use the same way CADPARC creates CADACD.DAT, and the
      *> audit log for append. CADCOB and CADRCB are opened only
      *> around the one record an approval changes, so that CADPARC,
      *> CALLed for an agreement, can open CADCOB itself.
      *> ----------------------------------------------------------------
       ABRIR-ARQUIVOS.

           OPEN I-O CADAPR.
           IF WS-STATUS = 35
               OPEN OUTPUT CADAPR
               MOVE "ABERTURA DE CADAPR (OUTPUT INICIAL)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               CLOSE CADAPR
               MOVE "FECHAMENTO DE CADAPR (INICIAL)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               OPEN I-O CADAPR
           END-IF.
           MOVE "ABERTURA DE CADAPR (I-O)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           OPEN EXTEND CADAUD.
           IF WS-STATUS = 35
               OPEN OUTPUT CADAUD
               MOVE "ABERTURA DE CADAUD (OUTPUT INICIAL)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           ELSE
               MOVE "ABERTURA DE CADAUD (EXTEND)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

       PROCESSAR-OPCAO.

           PERFORM EXIBIR-MENU.
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM LISTAR-PENDENTES
               WHEN 2
                   PERFORM DECIDIR-PEDIDO
               WHEN 3
                   PERFORM CONFIGURAR-LIMITE
               WHEN 4
                   SET ENCERRAR-MENU TO TRUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       EXIBIR-MENU.

           DISPLAY "===================================".
           DISPLAY "1. LISTAR PEDIDOS PENDENTES".
           DISPLAY "2. APROVAR/REJEITAR PEDIDO".
           DISPLAY "3. VALOR LIMITE PARA APROVACAO".
           DISPLAY "4. VOLTAR".
           DISPLAY "===================================".
           DISPLAY "OPCAO: ".

      *> ----------------------------------------------------------------
      *> LISTAR-PENDENTES browses CADAPR.DAT from the first request
      *> and shows every one still waiting, oldest number first.
      *> ----------------------------------------------------------------
       LISTAR-PENDENTES.

           MOVE ZEROS TO WS-TOTAL.
           MOVE ZEROS TO APR-NUMERO.
           START CADAPR KEY IS NOT LESS THAN APR-NUMERO.
           IF WS-STATUS = 00
               SET NAO-FIM-LISTA TO TRUE
               PERFORM LISTAR-PROXIMO-PEDIDO UNTIL FIM-LISTA
           END-IF.
           MOVE ZEROS TO WS-STATUS.

           DISPLAY "PEDIDOS PENDENTES: " WS-TOTAL.

       LISTAR-PROXIMO-PEDIDO.

           READ CADAPR NEXT RECORD.
           IF WS-STATUS NOT = 00
               SET FIM-LISTA TO TRUE
           ELSE
               IF APR-PENDENTE
                   ADD 1 TO WS-TOTAL
                   PERFORM EXIBIR-PEDIDO
               END-IF
           END-IF.

       EXIBIR-PEDIDO.

           EVALUATE TRUE
               WHEN APR-CANCELA-COBRANCA
                   MOVE "CANCELAMENTO COBRANCA" TO WS-DESCRICAO-TIPO
               WHEN APR-PARCELAMENTO
                   MOVE "PARCELAMENTO" TO WS-DESCRICAO-TIPO
               WHEN APR-CANCELA-RECIBO
                   MOVE "CANCELAMENTO RECIBO" TO WS-DESCRICAO-TIPO
               WHEN APR-ALTERA-LIMITE
                   MOVE "LIMITE DE APROVACAO" TO WS-DESCRICAO-TIPO
               WHEN OTHER
                   MOVE "TIPO DESCONHECIDO" TO WS-DESCRICAO-TIPO
           END-EVALUATE.
           MOVE APR-VALOR TO WS-VALOR-EDITADO.

           DISPLAY "PEDIDO " APR-NUMERO " " WS-DESCRICAO-TIPO
               " VALOR " WS-VALOR-EDITADO.
           DISPLAY "    MATRICULA " APR-MATRICULA
               " COMPET " APR-COMPETENCIA
               " TURMA " APR-TURMA
               " RECIBO " APR-RECIBO
               " PARCELAS " APR-PARCELAS.
           DISPLAY "    MOTIVO " APR-MOTIVO
               " PEDIDO EM " APR-DATA-PEDIDO
               " POR " APR-OPERADOR-PEDIDO.

      *> ----------------------------------------------------------------
      *> DECIDIR-PEDIDO reads one request for update and refuses to let
      *> the ADMIN who filed it decide it - the whole point is a second
      *> pair of eyes.
      *> ----------------------------------------------------------------
       DECIDIR-PEDIDO.

           DISPLAY "NUMERO DO PEDIDO (5 DIGITOS): ".
           ACCEPT WS-NUMERO-X.
           IF WS-NUMERO-X IS NOT NUMERIC
               DISPLAY "NUMERO INVALIDO"
           ELSE
               MOVE WS-NUMERO-NUM TO APR-NUMERO
               PERFORM LER-PEDIDO-COM-ESPERA
               EVALUATE TRUE
                   WHEN WS-STATUS = 51
                       DISPLAY "PEDIDO AINDA EM USO - TENTE NOVAMENTE "
                           "MAIS TARDE"
                   WHEN WS-STATUS NOT = 00
                       DISPLAY "PEDIDO " WS-NUMERO-X " NAO ENCONTRADO"
                   WHEN NOT APR-PENDENTE
                       DISPLAY "PEDIDO JA DECIDIDO (" APR-SITUACAO
                           ") POR " APR-OPERADOR-DECISAO
                           " EM " APR-DATA-DECISAO
                   WHEN APR-OPERADOR-PEDIDO = AOP-ID
                       DISPLAY "PEDIDO FEITO POR VOCE - DEVE SER "
                           "DECIDIDO POR OUTRO OPERADOR ADMIN"
                   WHEN OTHER
                       PERFORM EXIBIR-PEDIDO
                       PERFORM SOLICITAR-DECISAO
               END-EVALUATE
               MOVE ZEROS TO WS-STATUS
           END-IF.

       SOLICITAR-DECISAO.

           DISPLAY "DECISAO (A = APROVAR, R = REJEITAR, VAZIO "
               "VOLTA): ".
           ACCEPT WS-DECISAO.

           EVALUATE TRUE
               WHEN WS-DECISAO = "A" OR WS-DECISAO = "a"
                   PERFORM APLICAR-PEDIDO
                   EVALUATE TRUE
                       WHEN PEDIDO-APLICADO
                           SET APR-APROVADA TO TRUE
                           PERFORM REGISTRAR-DECISAO
                           DISPLAY "PEDIDO " APR-NUMERO " APROVADO"
                       WHEN PEDIDO-EM-ESPERA
                           DISPLAY "PEDIDO MANTIDO PENDENTE"
                       WHEN OTHER
                           SET APR-REJEITADA TO TRUE
                           PERFORM REGISTRAR-DECISAO
                           DISPLAY "PEDIDO " APR-NUMERO " NAO PODE "
                               "MAIS SER APLICADO - ENCERRADO COMO "
                               "REJEITADO"
                   END-EVALUATE
               WHEN WS-DECISAO = "R" OR WS-DECISAO = "r"
                   SET APR-REJEITADA TO TRUE
                   PERFORM REGISTRAR-DECISAO
                   DISPLAY "PEDIDO " APR-NUMERO " REJEITADO - NADA "
                       "ALTERADO"
               WHEN OTHER
                   DISPLAY "PEDIDO MANTIDO PENDENTE"
           END-EVALUATE.

       APLICAR-PEDIDO.

           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ATUAL FROM TIME.
           SET PEDIDO-NAO-APLICADO TO TRUE.

           EVALUATE TRUE
               WHEN APR-CANCELA-COBRANCA
                   PERFORM CANCELAR-COBRANCA
               WHEN APR-CANCELA-RECIBO
                   PERFORM CANCELAR-RECIBO
               WHEN APR-PARCELAMENTO
                   PERFORM FIRMAR-ACORDO
               WHEN APR-ALTERA-LIMITE
                   PERFORM ALTERAR-LIMITE
           END-EVALUATE.

      *> ----------------------------------------------------------------
      *> CANCELAR-COBRANCA does what CADAJUS's EFETIVAR-AJUSTE would
      *> have done at the desk - provided the charge is still open.
      *> ----------------------------------------------------------------
       CANCELAR-COBRANCA.

           OPEN I-O CADCOB.
           IF WS-STATUS = 35
               DISPLAY "CADCOB.DAT NAO ENCONTRADO"
               MOVE ZEROS TO WS-STATUS
           ELSE
               MOVE "ABERTURA DE CADCOB (I-O)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               MOVE APR-MATRICULA   TO COB-MATRICULA
               MOVE APR-COMPETENCIA TO COB-COMPETENCIA
               MOVE APR-TURMA       TO COB-TURMA
               PERFORM LER-COBRANCA-COM-ESPERA
               EVALUATE TRUE
                   WHEN WS-STATUS = 51
                       DISPLAY "COBRANCA AINDA EM USO - TENTE "
                           "NOVAMENTE MAIS TARDE"
                       SET PEDIDO-EM-ESPERA TO TRUE
                   WHEN WS-STATUS NOT = 00
                       DISPLAY "COBRANCA NAO ENCONTRADA"
                   WHEN NOT COB-ABERTA
                       DISPLAY "COBRANCA NAO ESTA MAIS EM ABERTO ("
                           COB-STATUS ")"
                   WHEN OTHER
                       PERFORM EFETIVAR-CANCELAMENTO-COBRANCA
               END-EVALUATE
               CLOSE CADCOB
               MOVE "FECHAMENTO DE CADCOB" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

       EFETIVAR-CANCELAMENTO-COBRANCA.

           MOVE COB-STATUS TO WS-STATUS-ANTES.
           SET COB-CANCELADA TO TRUE.
           REWRITE REG-COBRANCA.
           MOVE "REGRAVACAO DE REG-COBRANCA (AJUSTE)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           MOVE COB-COMPETENCIA TO WDA-COMPETENCIA.
           MOVE COB-TURMA       TO WDA-TURMA.
           MOVE APR-MOTIVO      TO WDA-MOTIVO.

           MOVE COB-MATRICULA       TO AUD-CHAVE.
           SET AUD-CANCELA-COBRANCA TO TRUE.
           MOVE WS-DESCRICAO-AJUSTE TO AUD-NOME-ANTES.
           MOVE WS-STATUS-ANTES     TO AUD-STATUS-ANTES.
           MOVE WS-DESCRICAO-AJUSTE TO AUD-NOME-DEPOIS.
           MOVE COB-STATUS          TO AUD-STATUS-DEPOIS.
           MOVE WS-DATA-ATUAL       TO AUD-DATA.
           MOVE WS-HORA-ATUAL       TO AUD-HORA.
           MOVE AOP-ID              TO AUD-OPERADOR.

           WRITE REG-AUDITORIA.
           MOVE "GRAVACAO DE REG-AUDITORIA (AJUSTE)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           SET PEDIDO-APLICADO TO TRUE.
           DISPLAY "COBRANCA CANCELADA - NOVO STATUS " COB-STATUS.

      *> ----------------------------------------------------------------
      *> CANCELAR-RECIBO flips the receipt to "X" with the reason typed
      *> at CADRCAN - unless someone voided it meanwhile.
      *> ----------------------------------------------------------------
       CANCELAR-RECIBO.

           OPEN I-O CADRCB.
           IF WS-STATUS = 35
               DISPLAY "CADRCB.DAT NAO ENCONTRADO"
               MOVE ZEROS TO WS-STATUS
           ELSE
               MOVE "ABERTURA DE CADRCB (I-O)" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
               MOVE APR-RECIBO TO RCB-NUMERO
               PERFORM LER-RECIBO-COM-ESPERA
               EVALUATE TRUE
                   WHEN WS-STATUS = 51
                       DISPLAY "RECIBO AINDA EM USO - TENTE NOVAMENTE "
                           "MAIS TARDE"
                       SET PEDIDO-EM-ESPERA TO TRUE
                   WHEN WS-STATUS NOT = 00
                       DISPLAY "RECIBO " APR-RECIBO " NAO ENCONTRADO"
                   WHEN RCB-CANCELADO
                       DISPLAY "RECIBO " RCB-NUMERO " JA CANCELADO ("
                           RCB-MOTIVO-CANCEL ")"
                   WHEN OTHER
                       SET RCB-CANCELADO TO TRUE
                       MOVE APR-MOTIVO TO RCB-MOTIVO-CANCEL
                       REWRITE REG-RECIBO
                       MOVE "REGRAVACAO DE REG-RECIBO (CANCELAMENTO)"
                           TO WS-OPERACAO
                       PERFORM VERIFICAR-STATUS
                       SET PEDIDO-APLICADO TO TRUE
                       DISPLAY "RECIBO " RCB-NUMERO " CANCELADO - O "
                           "NUMERO NAO SERA REUTILIZADO"
               END-EVALUATE
               CLOSE CADRCB
               MOVE "FECHAMENTO DE CADRCB" TO WS-OPERACAO
               PERFORM VERIFICAR-STATUS
           END-IF.

      *> ----------------------------------------------------------------
      *> FIRMAR-ACORDO hands the agreement to CADPARC, which gathers
      *> the open charges again and signs it only if the debt is still
      *> the amount the request was filed for.
      *> ----------------------------------------------------------------
       FIRMAR-ACORDO.

           INITIALIZE AREA-APROVACAO.
           SET AAP-EXECUTAR-APROVADO TO TRUE.
           SET AAP-NAO-EXECUTADO TO TRUE.
           MOVE APR-NUMERO    TO AAP-NUMERO.
           MOVE APR-TIPO      TO AAP-TIPO.
           MOVE APR-MATRICULA TO AAP-MATRICULA.
           MOVE APR-PARCELAS  TO AAP-PARCELAS.
           MOVE APR-VALOR     TO AAP-VALOR.
           CALL "CADPARC".

           IF AAP-EXECUTADO
               SET PEDIDO-APLICADO TO TRUE
           END-IF.
           SET AAP-SEM-FUNCAO TO TRUE.

      *> ----------------------------------------------------------------
      *> REGISTRAR-DECISAO stamps the deciding ADMIN and the date on
      *> the request and audits the decision as a "P" line - both
      *> operator IDs on the one line.
      *> ----------------------------------------------------------------
       REGISTRAR-DECISAO.

           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ATUAL FROM TIME.

           MOVE WS-DATA-ATUAL TO APR-DATA-DECISAO.
           MOVE AOP-ID        TO APR-OPERADOR-DECISAO.
           REWRITE REG-APROVACAO.
           MOVE "REGRAVACAO DE REG-APROVACAO" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           MOVE APR-NUMERO          TO WDP-NUMERO.
           MOVE APR-TIPO            TO WDP-TIPO.
           MOVE APR-OPERADOR-PEDIDO TO WDP-OPERADOR.

           MOVE APR-MATRICULA          TO AUD-CHAVE.
           SET AUD-APROVACAO TO TRUE.
           MOVE WS-DESCRICAO-APROVACAO TO AUD-NOME-ANTES.
           MOVE "P"                    TO AUD-STATUS-ANTES.
           MOVE WS-DESCRICAO-APROVACAO TO AUD-NOME-DEPOIS.
           MOVE APR-SITUACAO           TO AUD-STATUS-DEPOIS.
           MOVE WS-DATA-ATUAL          TO AUD-DATA.
           MOVE WS-HORA-ATUAL          TO AUD-HORA.
           MOVE AOP-ID                 TO AUD-OPERADOR.

           WRITE REG-AUDITORIA.
           MOVE "GRAVACAO DE REG-AUDITORIA (DECISAO)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

      *> ----------------------------------------------------------------
      *> CONFIGURAR-LIMITE takes the new approval threshold and files
      *> it as an "L" request - the amount on CADCTL under "LIMAPR" is
      *> only changed when another ADMIN releases it.
      *> ----------------------------------------------------------------
       CONFIGURAR-LIMITE.

           SET AAP-LER-LIMITE TO TRUE.
           CALL "CADAPRG".
           MOVE AAP-LIMITE TO WS-LIMITE-ANTERIOR.
           DISPLAY "LIMITE ATUAL: R$ " AAP-LIMITE
               " - CANCELAMENTOS E ACORDOS ACIMA DISSO AGUARDAM "
               "APROVACAO".
           SET AAP-SEM-FUNCAO TO TRUE.

           DISPLAY "NOVO LIMITE EM REAIS (5 DIGITOS, VAZIO MANTEM): ".
           ACCEPT WS-LIMITE-X.
           EVALUATE TRUE
               WHEN WS-LIMITE-X = SPACES
                   CONTINUE
               WHEN WS-LIMITE-X IS NOT NUMERIC
                   DISPLAY "LIMITE INVALIDO - NADA ALTERADO"
               WHEN WS-LIMITE-NUM = WS-LIMITE-ANTERIOR
                   DISPLAY "LIMITE IGUAL AO ATUAL - NADA ALTERADO"
               WHEN OTHER
                   PERFORM PEDIR-ALTERACAO-LIMITE
           END-EVALUATE.

       PEDIR-ALTERACAO-LIMITE.

           MOVE WS-LIMITE-ANTERIOR TO WML-ANTERIOR.
           MOVE WS-LIMITE-NUM      TO WML-NOVO.

           INITIALIZE AREA-APROVACAO.
           SET AAP-REGISTRAR-PEDIDO TO TRUE.
           MOVE "L"              TO AAP-TIPO.
           MOVE ZEROS            TO AAP-MATRICULA.
           MOVE ZEROS            TO AAP-COMPETENCIA.
           MOVE SPACES           TO AAP-TURMA.
           MOVE ZEROS            TO AAP-RECIBO.
           MOVE ZEROS            TO AAP-PARCELAS.
           MOVE WS-LIMITE-NUM    TO AAP-VALOR.
           MOVE WS-MOTIVO-LIMITE TO AAP-MOTIVO.
           CALL "CADAPRG".

           IF AAP-NUMERO = ZEROS
               DISPLAY "PEDIDO NAO REGISTRADO - LIMITE MANTIDO"
           ELSE
               DISPLAY "ALTERACAO REGISTRADA COMO PEDIDO " AAP-NUMERO
                   " - AGUARDA APROVACAO DE OUTRO OPERADOR ADMIN"
           END-IF.
           SET AAP-SEM-FUNCAO TO TRUE.

      *> ----------------------------------------------------------------
      *> ALTERAR-LIMITE carries out a released "L" request: the amount
      *> in force (CADAPRG's default when none was ever set) is
      *> replaced by the one requested, and both go on the audit line.
      *> ----------------------------------------------------------------
       ALTERAR-LIMITE.

           SET AAP-LER-LIMITE TO TRUE.
           CALL "CADAPRG".
           MOVE AAP-LIMITE TO WS-LIMITE-ANTERIOR.
           SET AAP-SEM-FUNCAO TO TRUE.
           MOVE APR-VALOR TO WS-LIMITE-NOVO.

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

           MOVE CONST-CHAVE-LIMITE TO CTL-CHAVE.
           PERFORM LER-CONTROLE-COM-ESPERA.
           EVALUATE TRUE
               WHEN WS-STATUS = 51
                   DISPLAY "CONTROLE AINDA EM USO - TENTE NOVAMENTE "
                       "MAIS TARDE"
                   SET PEDIDO-EM-ESPERA TO TRUE
               WHEN WS-STATUS = 23
                   MOVE CONST-CHAVE-LIMITE TO CTL-CHAVE
                   MOVE WS-LIMITE-NOVO TO CTL-ULTIMA-MATRICULA
                   WRITE REG-CONTROLE
                   MOVE "GRAVACAO DE REG-CONTROLE (LIMAPR)" TO
                       WS-OPERACAO
                   PERFORM VERIFICAR-STATUS
                   PERFORM GRAVAR-AUDITORIA-LIMITE
               WHEN OTHER
                   MOVE "LEITURA DE REG-CONTROLE (LIMAPR)" TO
                       WS-OPERACAO
                   PERFORM VERIFICAR-STATUS
                   MOVE WS-LIMITE-NOVO TO CTL-ULTIMA-MATRICULA
                   REWRITE REG-CONTROLE
                   MOVE "REGRAVACAO DE REG-CONTROLE (LIMAPR)" TO
                       WS-OPERACAO
                   PERFORM VERIFICAR-STATUS
                   PERFORM GRAVAR-AUDITORIA-LIMITE
           END-EVALUATE.

           CLOSE CADCTL.
           MOVE "FECHAMENTO DE CADCTL" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

       GRAVAR-AUDITORIA-LIMITE.

           MOVE APR-NUMERO          TO WDL-NUMERO.
           MOVE APR-OPERADOR-PEDIDO TO WDL-OPERADOR.

           MOVE ZEROS               TO AUD-CHAVE.
           SET AUD-LIMITE-APROVACAO TO TRUE.
           MOVE WS-LIMITE-ANTERIOR  TO WDL-VALOR.
           MOVE WS-DESCRICAO-LIMITE TO AUD-NOME-ANTES.
           MOVE SPACE               TO AUD-STATUS-ANTES.
           MOVE WS-LIMITE-NOVO      TO WDL-VALOR.
           MOVE WS-DESCRICAO-LIMITE TO AUD-NOME-DEPOIS.
           MOVE SPACE               TO AUD-STATUS-DEPOIS.
           MOVE WS-DATA-ATUAL       TO AUD-DATA.
           MOVE WS-HORA-ATUAL       TO AUD-HORA.
           MOVE AOP-ID              TO AUD-OPERADOR.

           WRITE REG-AUDITORIA.
           MOVE "GRAVACAO DE REG-AUDITORIA (LIMITE)" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           SET PEDIDO-APLICADO TO TRUE.
           DISPLAY "LIMITE DE APROVACAO ALTERADO DE R$ "
               WS-LIMITE-ANTERIOR " PARA R$ " WS-LIMITE-NOVO.

      *> ----------------------------------------------------------------
      *> The LER-...-COM-ESPERA paragraphs read for update, waiting
      *> politely - up to CONST-MAX-ESPERAS tries, one second apart -
      *> when another program holds the record (status 51).
      *> ----------------------------------------------------------------
       LER-PEDIDO-COM-ESPERA.

           MOVE ZEROS TO WS-TENTATIVAS.
           PERFORM LER-PEDIDO-UMA-VEZ WITH TEST AFTER
               UNTIL WS-STATUS NOT = 51
               OR WS-TENTATIVAS > CONST-MAX-ESPERAS.

       LER-PEDIDO-UMA-VEZ.

           READ CADAPR KEY IS APR-NUMERO.
           PERFORM AGUARDAR-REGISTRO.

       LER-CONTROLE-COM-ESPERA.

           MOVE ZEROS TO WS-TENTATIVAS.
           PERFORM LER-CONTROLE-UMA-VEZ WITH TEST AFTER
               UNTIL WS-STATUS NOT = 51
               OR WS-TENTATIVAS > CONST-MAX-ESPERAS.

       LER-CONTROLE-UMA-VEZ.

           READ CADCTL KEY IS CTL-CHAVE.
           PERFORM AGUARDAR-REGISTRO.

       LER-COBRANCA-COM-ESPERA.

           MOVE ZEROS TO WS-TENTATIVAS.
           PERFORM LER-COBRANCA-UMA-VEZ WITH TEST AFTER
               UNTIL WS-STATUS NOT = 51
               OR WS-TENTATIVAS > CONST-MAX-ESPERAS.

       LER-COBRANCA-UMA-VEZ.

           READ CADCOB KEY IS COB-CHAVE.
           PERFORM AGUARDAR-REGISTRO.

       LER-RECIBO-COM-ESPERA.

           MOVE ZEROS TO WS-TENTATIVAS.
           PERFORM LER-RECIBO-UMA-VEZ WITH TEST AFTER
               UNTIL WS-STATUS NOT = 51
               OR WS-TENTATIVAS > CONST-MAX-ESPERAS.

       LER-RECIBO-UMA-VEZ.

           READ CADRCB KEY IS RCB-NUMERO.
           PERFORM AGUARDAR-REGISTRO.

       AGUARDAR-REGISTRO.

           IF WS-STATUS = 51
               ADD 1 TO WS-TENTATIVAS
               DISPLAY "REGISTRO EM USO POR OUTRO OPERADOR - "
                   "AGUARDANDO"
               CALL "C$SLEEP" USING CONST-SEGUNDOS-ESPERA
           END-IF.

       FECHAR-ARQUIVOS.

           CLOSE CADAPR.
           MOVE "FECHAMENTO DE CADAPR" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

           CLOSE CADAUD.
           MOVE "FECHAMENTO DE CADAUD" TO WS-OPERACAO.
           PERFORM VERIFICAR-STATUS.

       VERIFICAR-STATUS.

           IF WS-STATUS NOT = 00 AND WS-STATUS NOT = 02
               DISPLAY "ERRO DE E/S EM " WS-OPERACAO
               DISPLAY "FILE STATUS: " WS-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       END PROGRAM CADAPRV.
