      INPUT-OUTPUT SECTION.
      FILE-CONTROL.
          COPY "transcript-select.cpy".
          COPY "joueurs-select.cpy".
          COPY "jouarc-select.cpy".
          COPY "joujrn-select.cpy".
          COPY "errlog-select.cpy".

      DATA DIVISION.
      FILE SECTION.
      COPY "transcript-fd.cpy".

      COPY "joueurs-fd.cpy".

      COPY "jouarc-fd.cpy".

      COPY "joujrn-fd.cpy".

      COPY "errlog-fd.cpy".

      WORKING-STORAGE SECTION.
      COPY "errlog-ws.cpy".
      COPY "jouarc-ws.cpy".

      77 seed PIC 9(8) VALUE 0.
      77 nbAleatoire PIC 999.
      77 indiceParite PIC X(6).
      77 nbEchecsSaisie PIC 9(2) VALUE 0.
      77 nbEchecsSaisieMax PIC 9(2) VALUE 5.
      77 statutJoueurs PIC XX.
      77 partieGagnee PIC X(1) VALUE 'N'.
      77 dateMaitre PIC 9(8).
      77 optimumPlage PIC 9(2).
      77 puissanceDeuxCote PIC 9(6).
      77 deltaCote PIC S9(5).
      77 coteCalculee PIC S9(5).

      SCREEN SECTION.

          DISPLAY pla-trouve
          PERFORM ECRITURE-TRANSCRIPT-TROUVE
          DISPLAY pla-resume
          MOVE 'Y' TO partieGagnee
      ELSE
          DISPLAY pla-max-tentatives
          MOVE 'PlusOuMoins' TO errlog-programme
          MOVE 'PROCEDURE-DIVISION' TO errlog-paragraphe
          MOVE 'Partie perdue : nombre maximum de tentatives atteint' TO errlog-message
          PERFORM ECRITURE-ERRLOG
          MOVE 'N' TO partieGagnee
      END-IF.
      PERFORM MISE-A-JOUR-MAITRE-JOUEUR.

      STOP RUN.

          MOVE 'SAISIE' TO errlog-paragraphe.
          MOVE 'Nombre maximal de tentatives de saisie atteint, arret du programme' TO errlog-message.
          PERFORM ECRITURE-ERRLOG.
      *> Une partie abandonnée compte comme perdue : la cote ne doit pas
      *> pouvoir être protégée en sabotant la saisie.
          MOVE 'N' TO partieGagnee.
          PERFORM MISE-A-JOUR-MAITRE-JOUEUR.
          STOP RUN.

      AFFICHER-INDICE-PARITE.
          WRITE enr-transcript.
          CLOSE fichier-transcript.

      *> Chaque partie terminée est reportée au fichier maître des
      *> joueurs, dans les compteurs maitre-pom-* propres à ce jeu ; la
      *> cote est commune avec JEUPLUSOUMOINS et suit le même calcul.
      MISE-A-JOUR-MAITRE-JOUEUR.
          MOVE FUNCTION CURRENT-DATE(1:8) TO dateMaitre.
          OPEN I-O fichier-maitre-joueurs.
          IF statutJoueurs NOT = '00' AND statutJoueurs NOT = '05'
              MOVE 'PlusOuMoins' TO errlog-programme
              MOVE 'MISE-A-JOUR-MAITRE-JOUEUR' TO errlog-paragraphe
              MOVE 'Ouverture du fichier maître joueurs impossible' TO errlog-message
              PERFORM ECRITURE-ERRLOG
          ELSE
              MOVE joueur TO maitre-nom
              READ fichier-maitre-joueurs
                  INVALID KEY PERFORM CREER-MAITRE-JOUEUR
                  NOT INVALID KEY PERFORM CUMULER-MAITRE-JOUEUR
              END-READ
              CLOSE fichier-maitre-joueurs
          END-IF.

      *> Un joueur archivé par ARCHIVEJOUEURS qui rejoue retrouve son
      *> historique et sa cote au lieu de repartir d'un nouvel enregistrement.
      CREER-MAITRE-JOUEUR.
          MOVE joueur TO maitre-nom.
          MOVE 'PlusOuMoins' TO errlog-programme.
          PERFORM CHERCHER-JOUEUR-ARCHIVE.
          IF joueurReactive = 'N'
              INITIALIZE enr-maitre-joueur
              MOVE joueur TO maitre-nom
              MOVE dateMaitre TO maitre-premiere-date
          END-IF.
          MOVE dateMaitre TO maitre-derniere-date.
          PERFORM CUMULER-PARTIE-POM.
          PERFORM METTRE-A-JOUR-COTE.
          WRITE enr-maitre-joueur
              INVALID KEY
                  MOVE 'PlusOuMoins' TO errlog-programme
                  MOVE 'CREER-MAITRE-JOUEUR' TO errlog-paragraphe
                  MOVE 'Ecriture du fichier maître joueurs impossible' TO errlog-message
                  PERFORM ECRITURE-ERRLOG
              NOT INVALID KEY
                  IF joueurReactive = 'Y'
                      PERFORM SOLDER-JOUEUR-ARCHIVE
                  END-IF
          END-WRITE.

      CUMULER-MAITRE-JOUEUR.
          IF maitre-premiere-date = 0
              MOVE dateMaitre TO maitre-premiere-date
          END-IF.
          MOVE dateMaitre TO maitre-derniere-date.
          PERFORM CUMULER-PARTIE-POM.
          PERFORM METTRE-A-JOUR-COTE.
          REWRITE enr-maitre-joueur
              INVALID KEY
                  MOVE 'PlusOuMoins' TO errlog-programme
                  MOVE 'CUMULER-MAITRE-JOUEUR' TO errlog-paragraphe
                  MOVE 'Réécriture du fichier maître joueurs impossible' TO errlog-message
                  PERFORM ECRITURE-ERRLOG
          END-REWRITE.

      CUMULER-PARTIE-POM.
          IF maitre-pom-jouees NOT NUMERIC
              MOVE 0 TO maitre-pom-jouees
              MOVE 0 TO maitre-pom-gagnees
              MOVE 0 TO maitre-pom-meilleur-tentatives
              MOVE 0 TO maitre-pom-total-tentatives
          END-IF.
          ADD 1 TO maitre-pom-jouees.
          IF partieGagnee = 'Y'
              ADD 1 TO maitre-pom-gagnees
              ADD nbTentatives TO maitre-pom-total-tentatives
              IF maitre-pom-meilleur-tentatives = 0
                 OR nbTentatives < maitre-pom-meilleur-tentatives
                  MOVE nbTentatives TO maitre-pom-meilleur-tentatives
              END-IF
          END-IF.

      *> Même optimum dichotomique que JEUPLUSOUMOINS, calculé ici sur
      *> la borne supérieure choisie par le joueur.
      CALCULER-OPTIMUM-PLAGE.
          MOVE 0 TO optimumPlage.
          MOVE 1 TO puissanceDeuxCote.
          PERFORM UNTIL puissanceDeuxCote >= borneSup
              COMPUTE puissanceDeuxCote = puissanceDeuxCote * 2
              ADD 1 TO optimumPlage
          END-PERFORM.
          IF optimumPlage = 0
              MOVE 1 TO optimumPlage
          END-IF.

      METTRE-A-JOUR-COTE.
          IF maitre-cote NOT NUMERIC OR maitre-cote = 0
              MOVE 1000 TO maitre-cote
          END-IF.
          IF partieGagnee = 'Y'
              PERFORM CALCULER-OPTIMUM-PLAGE
              COMPUTE deltaCote = optimumPlage * 2 - nbTentatives
              COMPUTE coteCalculee = maitre-cote + deltaCote
          ELSE
              COMPUTE deltaCote = (maitre-cote - 1000) / 10
              IF deltaCote = 0 AND maitre-cote > 1000
                  MOVE 1 TO deltaCote
              END-IF
              IF deltaCote = 0 AND maitre-cote < 1000
                  MOVE -1 TO deltaCote
              END-IF
              COMPUTE coteCalculee = maitre-cote - deltaCote
          END-IF.
          IF coteCalculee < 0
              MOVE 0 TO coteCalculee
          END-IF.
          IF coteCalculee > 9999
              MOVE 9999 TO coteCalculee
          END-IF.
          MOVE coteCalculee TO maitre-cote.

      COPY "joueurs-reactivation.cpy".

      COPY "errlog-write.cpy".
