      *> Shared monthly KPI history record layout.
      *> COPY into FILE SECTION alongside indic-select.cpy.
      *> One record per month (AAAAMM), kept in month order and never
      *> purged; a month recomputed by INDICMENSUELS replaces its
      *> record. Calculations come from CALCULPRODUIT.LOG and the
      *> CALCULPRODUIT run-catalog records (rejects), games from
      *> GAMELOG.DAT (JEUPLUSOUMOINS, losses from ERRLOG.DAT) and
      *> PLUSOUMOINS.LOG (PlusOuMoins), new players are those whose
      *> first game falls in the month, grade imports and night steps
      *> come from CATALOGUERUNS.DAT, and the night chain duration is
      *> the average in seconds between the PLANNUIT DEBUT record and
      *> the plan summary record of the same night. ind-erreurs and the
      *> losses behind ind-gagnees-jeu come from ERRLOG.DAT alone,
      *> which PURGEERRLOG empties of its older lines: a recomputed
      *> month never lowers them below the stored record.
       FD fichier-indicateurs.
       01 enr-indicateurs.
           05 ind-mois PIC 9(6).
           05 ind-date-calcul PIC 9(8).
           05 ind-calculs PIC 9(7).
           05 ind-calculs-rejetes PIC 9(7).
           05 ind-parties-jeu PIC 9(6).
           05 ind-gagnees-jeu PIC 9(6).
           05 ind-parties-pom PIC 9(6).
           05 ind-gagnees-pom PIC 9(6).
           05 ind-nouveaux-joueurs PIC 9(6).
           05 ind-notes-importees PIC 9(7).
           05 ind-notes-rejetees PIC 9(7).
           05 ind-etapes-lancees PIC 9(5).
           05 ind-etapes-echec PIC 9(5).
           05 ind-etapes-sautees PIC 9(5).
           05 ind-nuits PIC 9(3).
           05 ind-duree-moyenne PIC 9(6).
           05 ind-erreurs PIC 9(7).
