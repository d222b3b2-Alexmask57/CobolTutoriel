      *> Shared archived player reactivation paragraphs.
      *> COPY into PROCEDURE DIVISION of a program that declares
      *> joueurs-*, jouarc-* and joujrn-* and adds a player to
      *> JOUEURS.MST. When the player is missing from the master,
      *> MOVE the name TO maitre-nom and PERFORM
      *> CHERCHER-JOUEUR-ARCHIVE: joueurReactive comes back 'Y' with
      *> the archived record (history, cote, status) restored in
      *> enr-maitre-joueur, to be updated and written instead of a
      *> fresh record. Once that WRITE has succeeded, PERFORM
      *> SOLDER-JOUEUR-ARCHIVE: the archive record is removed and the
      *> reactivation journaled ('R') in JOUEURSMAINT.JRN. The archive
      *> stays untouched when the master cannot be written.
       CHERCHER-JOUEUR-ARCHIVE.
           MOVE 'N' TO joueurReactive.
           OPEN INPUT fichier-archive-joueurs.
           IF statutArchiveJoueurs = '00'
               MOVE maitre-nom TO arc-nom
               READ fichier-archive-joueurs
                   INVALID KEY CONTINUE
               END-READ
               IF statutArchiveJoueurs = '00'
                   MOVE arc-maitre TO enr-maitre-joueur
                   MOVE 'Y' TO joueurReactive
               END-IF
           END-IF.
           CLOSE fichier-archive-joueurs.

       SOLDER-JOUEUR-ARCHIVE.
           OPEN I-O fichier-archive-joueurs.
           IF statutArchiveJoueurs = '00'
               MOVE maitre-nom TO arc-nom
               DELETE fichier-archive-joueurs
                   INVALID KEY
                       MOVE 'SOLDER-JOUEUR-ARCHIVE' TO errlog-paragraphe
                       MOVE 'Joueur réactivé absent de JOUEURS.ARC' TO errlog-message
                       PERFORM ECRITURE-ERRLOG
               END-DELETE
           ELSE
               MOVE 'SOLDER-JOUEUR-ARCHIVE' TO errlog-paragraphe
               MOVE 'Ouverture de JOUEURS.ARC impossible, joueur laissé en archive' TO errlog-message
               PERFORM ECRITURE-ERRLOG
           END-IF.
           CLOSE fichier-archive-joueurs.
           MOVE FUNCTION CURRENT-DATE(1:8) TO jmj-date.
           MOVE FUNCTION CURRENT-DATE(9:6) TO jmj-heure.
           MOVE 'R' TO jmj-action.
           MOVE SPACES TO jmj-avant.
           MOVE enr-maitre-joueur TO jmj-apres.
           MOVE codeOperateur TO jmj-operateur.
           OPEN EXTEND fichier-journal-joueurs.
           WRITE enr-journal-joueurs.
           CLOSE fichier-journal-joueurs.
