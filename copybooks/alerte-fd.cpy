      *> Shared alert outbox and on-call table record layouts.
      *> COPY into FILE SECTION alongside alerte-select.cpy.
      *> One outbox record per alert. alr-gravite follows the shop
      *> RETURN-CODE convention: 08 for rejects, skipped steps and
      *> grave morning exceptions, 12 for file failures. alr-statut:
      *> 'O' open, 'P' taken in charge by alr-responsable, 'C' closed,
      *> 'R' re-raised past its deadline (superseded by a newer
      *> record whose alr-origine gives the first alert of the chain
      *> and alr-nb-relances the number of re-raises). The action
      *> fields record the last action on the alert.
       FD fichier-alertes.
       01 enr-alerte.
           05 alr-numero PIC 9(6).
           05 alr-date PIC 9(8).
           05 alr-heure PIC 9(6).
           05 alr-gravite PIC 9(2).
           05 alr-programme PIC X(20).
           05 alr-etape PIC X(8).
           05 alr-message PIC X(80).
           05 alr-destinataires.
               10 alr-destinataire PIC X(8) OCCURS 5.
           05 alr-echeance-date PIC 9(8).
           05 alr-echeance-heure PIC 9(6).
           05 alr-statut PIC X(1).
           05 alr-responsable PIC X(8).
           05 alr-date-action PIC 9(8).
           05 alr-heure-action PIC 9(6).
           05 alr-operateur-action PIC X(8).
           05 alr-origine PIC 9(6).
           05 alr-nb-relances PIC 9(2).
           05 alr-commentaire PIC X(40).
       FD fichier-alertes-neuf.
       01 enr-alerte-neuf PIC X(263).
      *> One on-call line per program ('*' for every program) and
      *> period: the line applies to alerts of at least
      *> ast-gravite-min raised between ast-date-debut and
      *> ast-date-fin (zeros for an open bound). Recipients are
      *> operator codes or roles; ast-delai-heures is the time left to
      *> close the alert before it is re-raised.
       FD fichier-astreinte.
       01 enr-astreinte.
           05 ast-programme PIC X(20).
           05 ast-gravite-min PIC 9(2).
           05 ast-date-debut PIC 9(8).
           05 ast-date-fin PIC 9(8).
           05 ast-destinataires.
               10 ast-destinataire PIC X(8) OCCURS 5.
           05 ast-delai-heures PIC 9(3).
