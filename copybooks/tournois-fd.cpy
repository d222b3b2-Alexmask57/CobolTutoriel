      *> COPY into FILE SECTION alongside tournois-select.cpy.
      *> One record per participant per tournament, keyed by the
      *> tournament date/time: final rank, attempts used and whether
      *> the mystery number was found. trn-equipe is the team the
      *> player played for in a tournament entered as teams (spaces
      *> in an individual tournament).
       FD fichier-tournois.
       01 enr-tournoi.
           05 trn-date PIC 9(8).
           05 trn-rang PIC 9(2).
           05 trn-tentatives PIC 9(4).
           05 trn-trouve PIC X(1).
           05 trn-equipe PIC X(6).
