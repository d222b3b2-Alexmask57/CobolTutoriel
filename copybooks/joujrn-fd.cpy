      *> Shared player maintenance journal record layout.
      *> COPY into FILE SECTION alongside joujrn-select.cpy.
      *> One record per change of a JOUEURS.MST record ('F' fusion of
      *> two players, 'H' hold set by DETECTSUSPECTS, 'L' hold cleared
      *> by a supervisor, 'A' player moved to JOUEURS.ARC by
      *> ARCHIVEJOUEURS, 'R' archived player back in the master after
      *> a new game) with the before/after record images and the
      *> signed-on operator ('A' and 'R' leave spaces on the side
      *> where the player is not in the master). Journal records written before the
      *> status fields existed carry the narrower 112-byte images.
       FD fichier-journal-joueurs.
       01 enr-journal-joueurs.
           05 jmj-date PIC 9(8).
           05 jmj-heure PIC 9(6).
           05 jmj-action PIC X(1).
           05 jmj-avant PIC X(151).
           05 jmj-apres PIC X(151).
           05 jmj-operateur PIC X(8).
