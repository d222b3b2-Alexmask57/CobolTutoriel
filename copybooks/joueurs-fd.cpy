      *> COPY into FILE SECTION alongside joueurs-select.cpy.
      *> One record per player, keyed on the player name, holding the
      *> lifetime aggregates maintained at the end of every game.
      *> The maitre-parties-* and tentatives counters belong to
      *> JEUPLUSOUMOINS; the maitre-pom-* counters to PlusOuMoins.
      *> Combined figures are the sum of both. The dates and the
      *> cote are shared by the two games. Records written before the
      *> maitre-pom-* counters existed carry spaces there: test
      *> NUMERIC before use.
      *> maitre-statut holds the player's standing: 'S' suspended
      *> (hold set by DETECTSUSPECTS: the player is left out of
      *> ECHELLECOTES and CLASSEMENTSAISON), 'L' hold cleared by a
      *> supervisor, space for none (older records carry spaces in
      *> the three status fields). maitre-date-statut is the date the
      *> status was set; only play after a clearance date is looked
      *> at again by DETECTSUSPECTS.
       FD fichier-maitre-joueurs.
       01 enr-maitre-joueur.
           05 maitre-nom PIC X(20).
           05 maitre-parties-moyen PIC 9(6).
           05 maitre-parties-difficile PIC 9(6).
           05 maitre-cote PIC 9(4).
           05 maitre-pom-jouees PIC 9(6).
           05 maitre-pom-gagnees PIC 9(6).
           05 maitre-pom-meilleur-tentatives PIC 9(4).
           05 maitre-pom-total-tentatives PIC 9(8).
           05 maitre-statut PIC X(1).
           05 maitre-date-statut PIC 9(8).
           05 maitre-motif-statut PIC X(30).
