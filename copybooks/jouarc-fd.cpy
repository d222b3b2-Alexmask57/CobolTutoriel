      *> Shared dormant player archive record layout.
      *> COPY into FILE SECTION alongside jouarc-select.cpy.
      *> One record per archived player: the JOUEURS.MST record image
      *> as it stood when ARCHIVEJOUEURS moved it out (history, cote
      *> and status), followed by the archiving date.
       FD fichier-archive-joueurs.
       01 enr-archive-joueur.
           05 arc-maitre.
               10 arc-nom PIC X(20).
               10 FILLER PIC X(131).
           05 arc-date-archivage PIC 9(8).
