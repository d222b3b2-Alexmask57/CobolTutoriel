      *> Shared pending grade changes record layout.
      *> COPY into FILE SECTION alongside etuatt-select.cpy.
      *> One record per correction ('C') or deletion ('S') of a grade
      *> keyed in MAINTETUDIANTS: the grade record image when it was
      *> keyed, the proposed image (spaces for a deletion), the reason
      *> and the operator who keyed it. att-statut is 'E' while the
      *> change waits, then 'A' approved and applied to ETUDIANTS.DAT,
      *> 'R' refused, or 'P' lapsed because the grade record changed
      *> in the meantime; the deciding operator, who can never be the
      *> one who keyed the change, and the decision date are stamped.
       FD fichier-attente.
       01 enr-attente.
           05 att-numero PIC 9(6).
           05 att-date PIC 9(8).
           05 att-heure PIC 9(6).
           05 att-action PIC X(1).
           05 att-matricule PIC X(8).
           05 att-avant PIC X(50).
           05 att-apres PIC X(50).
           05 att-motif PIC X(40).
           05 att-operateur PIC X(8).
           05 att-statut PIC X(1).
           05 att-date-decision PIC 9(8).
           05 att-valideur PIC X(8).
