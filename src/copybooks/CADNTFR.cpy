      *> ----------------------------------------------------------------
      *> CADNTFR.cpy
      *> Outbound family notification record for CADNTF.DAT (FD CADNTF)
      *> - one line per message the school owes a family: a charge
      *> about to fall due or already overdue (CADRPT04), a rematricula
      *> still pending (CADCAMP AVISOS), a cancelled class (CADSCAN), a
      *> waiting-list seat that turned into an enrollment (CADWPROM),
      *> a belt-exam call (CADEXAM AGENDA) and a fee readjustment
      *> announced ahead of time (CADREAJ). Every record is written
      *> through the CADNTFG subprogram, which builds the text off the
      *> CADNTM.TXT templates; CADNTFX hands the pending ones to the
      *> SMS/WhatsApp gateway and CADNTFD posts the gateway's delivery
      *> return. The key is the moment the message was queued; the
      *> alternate key names the event, so the same overdue charge
      *> seen on five daily runs is queued once.
      *> ----------------------------------------------------------------
       01  REG-NOTIFICACAO.
           03 NTF-CHAVE.
              05 NTF-DATA        PIC 9(08).
              05 NTF-HORA        PIC 9(08).
              05 NTF-SEQUENCIA   PIC 9(03).
      *> Student, message type (the CADNTM.TXT template code) and a
      *> reference telling one event of that type from another - the
      *> competence and turma of a charge, the date of a class, the
      *> campaign year.
           03 NTF-EVENTO.
              05 NTF-MATRICULA   PIC 9(05).
              05 NTF-TIPO        PIC X(02).
              05 NTF-REFERENCIA  PIC X(20).
      *> Whoever the message goes to - the guardian on CADRSP when the
      *> student has one with a contact, the student otherwise.
           03 NTF-DESTINATARIO   PIC X(45).
           03 NTF-CONTATO        PIC X(20).
           03 NTF-MENSAGEM       PIC X(160).
           03 NTF-STATUS         PIC X(01).
              88 NTF-PENDENTE       VALUE "P".
              88 NTF-ENVIADA        VALUE "E".
              88 NTF-ENTREGUE       VALUE "R".
              88 NTF-FALHOU         VALUE "F".
      *> Neither the student nor the guardian has a contact on file -
      *> kept so the desk sees who could not be reached; queued again
      *> once a contact is typed in.
              88 NTF-SEM-CONTATO    VALUE "S".
           03 NTF-DATA-ENVIO     PIC 9(08).
           03 NTF-DATA-RETORNO   PIC 9(08).
           03 NTF-MOTIVO         PIC X(30).
      *> Program that queued the message.
           03 NTF-ORIGEM         PIC X(08).
