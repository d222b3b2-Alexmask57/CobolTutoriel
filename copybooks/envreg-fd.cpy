      *> Shared academic registry send register record layout.
      *> COPY into FILE SECTION alongside envreg-select.cpy.
      *> One record per results file produced for the registry: the
      *> school code and term, the send number within the term, its
      *> nature ('I' initial send, 'C' correction of an earlier send),
      *> the date and time, the trailer counts and grade hash total,
      *> the file name and the operator (spaces in batch).
       FD fichier-envois-registre.
       01 enr-envoi-registre.
           05 env-ecole PIC X(8).
           05 env-periode PIC 9(6).
           05 env-numero PIC 9(3).
           05 env-nature PIC X(1).
           05 env-date PIC 9(8).
           05 env-heure PIC 9(6).
           05 env-nb-etudiants PIC 9(6).
           05 env-nb-matieres PIC 9(6).
           05 env-hash PIC 9(12).
           05 env-fichier PIC X(24).
           05 env-operateur PIC X(8).
