      *> Shared alert outbox and on-call table file control entries.
      *> COPY into FILE-CONTROL in every program that raises alerts
      *> (alerte-emission.cpy) or acknowledges them. ALERTES.DAT is
      *> the outbox, one record per alert raised; ALERTES.NEW is its
      *> work copy while overdue alerts are re-raised or an alert is
      *> acknowledged; ASTREINTE.DAT is the on-call table giving the
      *> recipients and the deadline of each alert.
           SELECT OPTIONAL fichier-alertes ASSIGN TO "ALERTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS statutAlertes.
           SELECT OPTIONAL fichier-alertes-neuf ASSIGN TO "ALERTES.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL fichier-astreinte ASSIGN TO "ASTREINTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
