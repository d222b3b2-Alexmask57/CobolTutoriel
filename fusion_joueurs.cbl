    COPY "gamelog-select.cpy".
    COPY "transcript-select.cpy".
    COPY "tournois-select.cpy".
    COPY "equipes-select.cpy".
    COPY "joueurs-select.cpy".
    SELECT OPTIONAL fichier-jeu-neuf ASSIGN TO "FUSIONJOUEURS.NEW"
        ORGANIZATION IS LINE SEQUENTIAL.
    COPY "joujrn-select.cpy".
    COPY "operateurs-select.cpy".
    COPY "permissions-select.cpy".
    COPY "verrou-select.cpy".
    COPY "errlog-select.cpy".
DATA DIVISION.
COPY "gamelog-fd.cpy".
COPY "transcript-fd.cpy".
COPY "tournois-fd.cpy".
COPY "equipes-fd.cpy".
COPY "joueurs-fd.cpy".
FD fichier-jeu-neuf.
01 enr-jeu-neuf PIC X(100).
COPY "joujrn-fd.cpy".
COPY "operateurs-fd.cpy".
COPY "permissions-fd.cpy".
COPY "verrou-fd.cpy".
COPY "errlog-fd.cpy".
WORKING-STORAGE SECTION.
       COPY "verrou-ws.cpy".
       COPY "signon-ws.cpy".
       77 statutJoueurs PIC XX.
       77 statutEquipes PIC XX.
       77 nomAncien PIC X(20).
       77 nomCible PIC X(20).
       77 reponseConfirmation PIC X(1).
       77 nbSessionsRenommees PIC 9(6) VALUE 0.
       77 nbSaisiesRenommees PIC 9(6) VALUE 0.
       77 nbTournoisRenommes PIC 9(6) VALUE 0.
       77 nbAppartenancesRenommees PIC 9(6) VALUE 0.
       77 ancienTrouveMaitre PIC X(1) VALUE 'N'.
       77 cibleTrouveeMaitre PIC X(1) VALUE 'N'.
       77 fusionMaitreFaite PIC X(1) VALUE 'N'.
       77 imageAvantFusion PIC X(151).
       77 imageApresFusion PIC X(151).
       77 compteur-edite PIC ZZZZZ9.

       01 ancienMaitreJoueur.
          05 anc-parties-moyen PIC 9(6).
          05 anc-parties-difficile PIC 9(6).
          05 anc-cote PIC 9(4).
          05 anc-pom-jouees PIC 9(6).
          05 anc-pom-gagnees PIC 9(6).
          05 anc-pom-meilleur-tentatives PIC 9(4).
          05 anc-pom-total-tentatives PIC 9(8).
          05 anc-statut PIC X(1).
          05 anc-date-statut PIC 9(8).
          05 anc-motif-statut PIC X(30).

PROCEDURE DIVISION.

        STOP RUN
    END-IF.
    PERFORM SIGNON-OPERATEUR.
    IF operateurValide = 'Y'
        MOVE 'FUSIONJOUEURS' TO programmeDemande
        MOVE 'ACCES' TO actionDemandee
        PERFORM CONTROLER-PERMISSION
        IF permissionAccordee = 'N'
            MOVE 'N' TO operateurValide
        END-IF
    END-IF.
    IF operateurValide = 'N'
        PERFORM LIBERER-VERROU
        MOVE 12 TO RETURN-CODE
        PERFORM RENOMMER-GAMELOG
        PERFORM RENOMMER-TRANSCRIPT
        PERFORM RENOMMER-TOURNOIS
        PERFORM RENOMMER-EQUIPES
        PERFORM FUSIONNER-MAITRE-JOUEURS
        PERFORM ECRITURE-JOURNAL-FUSION
        PERFORM AFFICHER-BILAN-FUSION
        READ fichier-jeu-neuf
            AT END MOVE 'Y' TO finFichierCourant
            NOT AT END WRITE enr-tournoi
                FROM enr-jeu-neuf(1:47)
        END-READ
    END-PERFORM.
    CLOSE fichier-jeu-neuf.
    CLOSE fichier-tournois.

RENOMMER-EQUIPES.
    OPEN INPUT fichier-equipes.
    OPEN OUTPUT fichier-jeu-neuf.
    MOVE 'N' TO finFichierCourant.
    PERFORM UNTIL finFichierCourant = 'Y'
        READ fichier-equipes
            AT END MOVE 'Y' TO finFichierCourant
            NOT AT END
                IF eqp-type = 'M' AND eqp-joueur = nomAncien
                    MOVE nomCible TO eqp-joueur
                    ADD 1 TO nbAppartenancesRenommees
                END-IF
                WRITE enr-jeu-neuf FROM enr-equipe
        END-READ
    END-PERFORM.
    CLOSE fichier-equipes.
    CLOSE fichier-jeu-neuf.
    OPEN INPUT fichier-jeu-neuf.
    OPEN OUTPUT fichier-equipes.
    MOVE 'N' TO finFichierCourant.
    PERFORM UNTIL finFichierCourant = 'Y'
        READ fichier-jeu-neuf
            AT END MOVE 'Y' TO finFichierCourant
            NOT AT END WRITE enr-equipe
                FROM enr-jeu-neuf(1:43)
        END-READ
    END-PERFORM.
    CLOSE fichier-jeu-neuf.
    CLOSE fichier-equipes.

FUSIONNER-MAITRE-JOUEURS.
    MOVE SPACES TO imageAvantFusion.
    MOVE SPACES TO imageApresFusion.
            ELSE
                MOVE 0 TO anc-cote
            END-IF
            IF maitre-pom-jouees IS NUMERIC
                MOVE maitre-pom-jouees TO anc-pom-jouees
                MOVE maitre-pom-gagnees TO anc-pom-gagnees
                MOVE maitre-pom-meilleur-tentatives
                    TO anc-pom-meilleur-tentatives
                MOVE maitre-pom-total-tentatives
                    TO anc-pom-total-tentatives
            ELSE
                MOVE 0 TO anc-pom-jouees
                MOVE 0 TO anc-pom-gagnees
                MOVE 0 TO anc-pom-meilleur-tentatives
                MOVE 0 TO anc-pom-total-tentatives
            END-IF
            MOVE maitre-statut TO anc-statut
            MOVE maitre-date-statut TO anc-date-statut
            MOVE maitre-motif-statut TO anc-motif-statut
    END-READ.

REPORTER-SUR-CIBLE.
        MOVE anc-meilleur-tentatives
            TO maitre-meilleur-tentatives
    END-IF.
    IF maitre-pom-jouees NOT NUMERIC
        MOVE 0 TO maitre-pom-jouees
        MOVE 0 TO maitre-pom-gagnees
        MOVE 0 TO maitre-pom-meilleur-tentatives
        MOVE 0 TO maitre-pom-total-tentatives
    END-IF.
    ADD anc-pom-jouees TO maitre-pom-jouees.
    ADD anc-pom-gagnees TO maitre-pom-gagnees.
    ADD anc-pom-total-tentatives TO maitre-pom-total-tentatives.
    IF anc-pom-meilleur-tentatives > 0
       AND (maitre-pom-meilleur-tentatives = 0
            OR anc-pom-meilleur-tentatives
               < maitre-pom-meilleur-tentatives)
        MOVE anc-pom-meilleur-tentatives
            TO maitre-pom-meilleur-tentatives
    END-IF.
    IF anc-premiere-date > 0
       AND (maitre-premiere-date = 0
            OR anc-premiere-date < maitre-premiere-date)
    IF anc-cote > maitre-cote
        MOVE anc-cote TO maitre-cote
    END-IF.
*> Une suspension de l'ancien nom suit le joueur sur le nom cible.
    IF anc-statut = 'S' AND maitre-statut NOT = 'S'
        MOVE anc-statut TO maitre-statut
        MOVE anc-date-statut TO maitre-date-statut
        MOVE anc-motif-statut TO maitre-motif-statut
    END-IF.

SUPPRIMER-ANCIEN-MAITRE.
    IF fusionMaitreFaite = 'Y'
    DISPLAY 'PLUSOUMOINS.LOG renommés : ' compteur-edite.
    MOVE nbTournoisRenommes TO compteur-edite.
    DISPLAY 'TOURNOIS.DAT renommés : ' compteur-edite.
    MOVE nbAppartenancesRenommees TO compteur-edite.
    DISPLAY 'EQUIPES.DAT renommés : ' compteur-edite.
    DISPLAY 'Fusion du maître joueurs : ' fusionMaitreFaite.

COPY "signon.cpy".

COPY "permission-controle.cpy".

COPY "verrou-prise.cpy".

COPY "errlog-write.cpy".
