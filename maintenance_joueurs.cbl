INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "joueurs-select.cpy".
    COPY "joujrn-select.cpy".
    COPY "operateurs-select.cpy".
    COPY "permissions-select.cpy".
    COPY "verrou-select.cpy".
    COPY "errlog-select.cpy".
DATA DIVISION.
FILE SECTION.
COPY "joueurs-fd.cpy".
COPY "joujrn-fd.cpy".
COPY "operateurs-fd.cpy".
COPY "permissions-fd.cpy".
COPY "verrou-fd.cpy".
COPY "errlog-fd.cpy".
WORKING-STORAGE SECTION.
       77 nomRecherche PIC X(20).
       77 reponseConfirmation PIC X(1).
       77 messageErreur PIC X(60).
       77 imageAvantLevee PIC X(151).

SCREEN SECTION.
1 menu-maitre.
    2 LINE 4 COL 10 VALUE '1. Consulter un joueur'.
    2 LINE 5 COL 10 VALUE '2. Corriger un joueur'.
    2 LINE 6 COL 10 VALUE '3. Supprimer un joueur'.
    2 LINE 7 COL 10 VALUE '4. Lever une suspension'.
    2 LINE 8 COL 10 VALUE '0. Quitter'.
    2 LINE 9 COL 10 VALUE 'Votre choix : '.
1 demande-nom-joueur.
    2 LINE 11 COL 10 VALUE 'Nom du joueur : '.
    2 PIC ZZZZZ9 FROM maitre-parties-difficile.
    2 LINE 10 COL 10 VALUE 'Cote : '.
    2 PIC ZZZ9 FROM maitre-cote.
    2 LINE 3 COL 52 VALUE 'PlusOuMoins jouées : '.
    2 PIC ZZZZZ9 FROM maitre-pom-jouees.
    2 LINE 4 COL 52 VALUE 'PlusOuMoins gagnées : '.
    2 PIC ZZZZZ9 FROM maitre-pom-gagnees.
    2 LINE 5 COL 52 VALUE 'PlusOuMoins meilleur : '.
    2 PIC ZZZ9 FROM maitre-pom-meilleur-tentatives.
    2 LINE 6 COL 52 VALUE 'PlusOuMoins tentatives : '.
    2 PIC ZZZZZZZ9 FROM maitre-pom-total-tentatives.
    2 LINE 8 COL 52 VALUE 'Statut (S suspendu) : '.
    2 PIC X(1) FROM maitre-statut.
    2 LINE 9 COL 52 VALUE 'Depuis le : '.
    2 PIC X(8) FROM maitre-date-statut.
    2 LINE 10 COL 40 VALUE 'Motif : '.
    2 PIC X(30) FROM maitre-motif-statut.
1 saisie-maitre.
    2 LINE 11 COL 10 VALUE 'Parties jouées : '.
    2 PIC 9(6) TO maitre-parties-jouees.
    2 PIC 9(6) TO maitre-parties-difficile.
    2 LINE 20 COL 10 VALUE 'Cote : '.
    2 PIC 9(4) TO maitre-cote.
    2 LINE 11 COL 52 VALUE 'PlusOuMoins jouées : '.
    2 PIC 9(6) TO maitre-pom-jouees.
    2 LINE 12 COL 52 VALUE 'PlusOuMoins gagnées : '.
    2 PIC 9(6) TO maitre-pom-gagnees.
    2 LINE 13 COL 52 VALUE 'PlusOuMoins meilleur : '.
    2 PIC 9(4) TO maitre-pom-meilleur-tentatives.
    2 LINE 14 COL 52 VALUE 'PlusOuMoins tentatives : '.
    2 PIC 9(8) TO maitre-pom-total-tentatives.
1 demande-confirmation.
    2 LINE 11 COL 10 VALUE 'Confirmer la suppression (O/N) : '.
1 demande-confirmation-levee.
    2 LINE 11 COL 10 VALUE 'Confirmer la levée de la suspension (O/N) : '.
1 demande-retour.
    2 LINE 11 COL 10 VALUE 'Appuyer sur Entrée pour revenir au menu : '.
1 affiche-erreur.
        STOP RUN
    END-IF.
    PERFORM SIGNON-OPERATEUR.
    IF operateurValide = 'Y'
        MOVE 'MAINTJOUEURS' TO programmeDemande
        MOVE 'ACCES' TO actionDemandee
        PERFORM CONTROLER-PERMISSION
        IF permissionAccordee = 'N'
            MOVE 'N' TO operateurValide
        END-IF
    END-IF.
    IF operateurValide = 'N'
        PERFORM LIBERER-VERROU
        MOVE 12 TO RETURN-CODE
        END-ACCEPT
        EVALUATE choix
            WHEN '1'
                MOVE 'CONSULTATION' TO actionDemandee
                PERFORM CONTROLER-PERMISSION
                IF permissionAccordee = 'Y'
                    PERFORM CONSULTER-JOUEUR
                END-IF
            WHEN '2'
                MOVE 'CORRECTION' TO actionDemandee
                PERFORM CONTROLER-PERMISSION
                IF permissionAccordee = 'Y'
                    PERFORM CORRIGER-JOUEUR
                END-IF
            WHEN '3'
                MOVE 'SUPPRESSION' TO actionDemandee
                PERFORM CONTROLER-PERMISSION
                IF permissionAccordee = 'Y'
                    PERFORM SUPPRIMER-JOUEUR
                END-IF
            WHEN '4'
                MOVE 'LEVEE' TO actionDemandee
                PERFORM CONTROLER-PERMISSION
                IF permissionAccordee = 'Y'
                    PERFORM LEVER-SUSPENSION
                END-IF
            WHEN '0'
                MOVE 'Y' TO menuTermine
            WHEN OTHER
                ADD 1 TO nbEchecsSaisie
                MOVE 'Choix invalide, veuillez saisir 0, 1, 2, 3 ou 4.' TO messageErreur
                DISPLAY affiche-erreur
        END-EVALUATE
    END-PERFORM.
        DISPLAY affiche-maitre
        ACCEPT saisie-maitre
        IF maitre-parties-gagnees > maitre-parties-jouees
           OR maitre-pom-gagnees > maitre-pom-jouees
            MOVE 'Gagnées supérieures aux jouées, correction refusée.' TO messageErreur
            DISPLAY affiche-erreur
            MOVE 'MAINTJOUEURS' TO errlog-programme
        CLOSE fichier-maitre-joueurs
    END-IF.

*> La levée laisse le statut 'L' daté du jour : DETECTSUSPECTS ne
*> réexamine ensuite que le jeu postérieur à cette date. La levée est
*> journalisée dans JOUEURSMAINT.JRN avec l'opérateur signé.
LEVER-SUSPENSION.
    PERFORM LIRE-JOUEUR.
    IF statutJoueurs = '00'
        DISPLAY affiche-maitre
        IF maitre-statut NOT = 'S'
            MOVE 'Ce joueur n''est pas suspendu.' TO messageErreur
            DISPLAY affiche-erreur
            PERFORM ATTENDRE-RETOUR
        ELSE
            DISPLAY demande-confirmation-levee
            ACCEPT reponseConfirmation
            IF reponseConfirmation = 'O' OR reponseConfirmation = 'o'
                MOVE enr-maitre-joueur TO imageAvantLevee
                MOVE 'L' TO maitre-statut
                MOVE FUNCTION CURRENT-DATE(1:8) TO maitre-date-statut
                MOVE SPACES TO maitre-motif-statut
                STRING 'LEVEE PAR ' codeOperateur
                    DELIMITED BY SIZE INTO maitre-motif-statut
                REWRITE enr-maitre-joueur
                    INVALID KEY
                        MOVE 'Réécriture du joueur impossible.' TO messageErreur
                        DISPLAY affiche-erreur
                        MOVE 'MAINTJOUEURS' TO errlog-programme
                        MOVE 'LEVER-SUSPENSION' TO errlog-paragraphe
                        MOVE messageErreur TO errlog-message
                        PERFORM ECRITURE-ERRLOG
                    NOT INVALID KEY
                        PERFORM ECRITURE-JOURNAL-LEVEE
                END-REWRITE
            END-IF
        END-IF
        CLOSE fichier-maitre-joueurs
    END-IF.

ECRITURE-JOURNAL-LEVEE.
    MOVE FUNCTION CURRENT-DATE(1:8) TO jmj-date.
    MOVE FUNCTION CURRENT-DATE(9:6) TO jmj-heure.
    MOVE 'L' TO jmj-action.
    MOVE imageAvantLevee TO jmj-avant.
    MOVE enr-maitre-joueur TO jmj-apres.
    MOVE codeOperateur TO jmj-operateur.
    OPEN EXTEND fichier-journal-joueurs.
    WRITE enr-journal-joueurs.
    CLOSE fichier-journal-joueurs.

LIRE-JOUEUR.
    DISPLAY demande-nom-joueur.
    ACCEPT nomRecherche.
            DISPLAY affiche-erreur
            CLOSE fichier-maitre-joueurs
            MOVE '23' TO statutJoueurs
        ELSE
            IF maitre-pom-jouees NOT NUMERIC
                MOVE 0 TO maitre-pom-jouees
                MOVE 0 TO maitre-pom-gagnees
                MOVE 0 TO maitre-pom-meilleur-tentatives
                MOVE 0 TO maitre-pom-total-tentatives
            END-IF
        END-IF
    END-IF.


COPY "signon.cpy".

COPY "permission-controle.cpy".

COPY "verrou-prise.cpy".

COPY "errlog-write.cpy".
