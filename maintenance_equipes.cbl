IDENTIFICATION DIVISION.
PROGRAM-ID. MAINTEQUIPES.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "equipes-select.cpy".
    SELECT OPTIONAL fichier-equipes-neuf ASSIGN TO "EQUIPES.NEW"
        ORGANIZATION IS LINE SEQUENTIAL.
    COPY "joueurs-select.cpy".
    COPY "operateurs-select.cpy".
    COPY "permissions-select.cpy".
    COPY "verrou-select.cpy".
    COPY "errlog-select.cpy".
DATA DIVISION.
FILE SECTION.
COPY "equipes-fd.cpy".
FD fichier-equipes-neuf.
01 enr-equipe-neuf PIC X(43).
COPY "joueurs-fd.cpy".
COPY "operateurs-fd.cpy".
COPY "permissions-fd.cpy".
COPY "verrou-fd.cpy".
COPY "errlog-fd.cpy".
WORKING-STORAGE SECTION.
       COPY "errlog-ws.cpy".
       COPY "verrou-ws.cpy".
       COPY "signon-ws.cpy".
       77 statutEquipes PIC XX.
       77 statutJoueurs PIC XX.
       77 choix PIC X(1).
       77 menuTermine PIC X(1) VALUE 'N'.
       77 nbEchecsSaisie PIC 9(2) VALUE 0.
       77 nbEchecsSaisieMax PIC 9(2) VALUE 5.
       77 messageErreur PIC X(60).
       77 saisieValide PIC X(1).
       77 reponseRetour PIC X(1).
       77 reponseConfirmation PIC X(1).
       77 titreAction PIC X(40).
       77 paragrapheAction PIC X(30).
       77 mouvementEquipe PIC X(1).
       77 codeEquipeSaisi PIC X(6).
       77 nomEquipeSaisi PIC X(30).
       77 nomEquipe PIC X(30).
       77 equipeTrouvee PIC X(1).
       77 nomJoueurSaisi PIC X(20).
       77 saisieDate PIC X(8).
       77 dateEffet PIC 9(8).
       77 appartenanceOuverte PIC X(1).
       77 equipeActuelle PIC X(6).
       77 debutActuel PIC 9(8).
       77 derniereFin PIC 9(8).
       77 appartenanceClose PIC X(1).
       77 finFichierEquipes PIC X(1).
       77 selectionTronquee PIC X(1).
       77 parcoursTermine PIC X(1).
       77 commandeNavigation PIC X(1).
       77 premiereLignePage PIC 9(3) VALUE 1.
       77 derniereLignePage PIC 9(3).
       77 nbLignesPage PIC 9(2) VALUE 10.
       77 indiceEntree PIC 9(3).
       77 ligneEcranMembres PIC 9(2).
       77 compteur-edite PIC ZZ9.
       77 page-debut-edite PIC ZZ9.
       77 page-fin-edite PIC ZZ9.

       01 tableMembres.
          05 nbMembresListes PIC 9(3) VALUE 0.
          05 nbMembresListesMax PIC 9(3) VALUE 300.
          05 membreListe OCCURS 300 PIC X(60).

       01 ligneMembre.
          05 lmb-joueur PIC X(20).
          05 FILLER PIC X(2) VALUE SPACES.
          05 lmb-debut PIC X(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 lmb-fin PIC X(8).
          05 FILLER PIC X(20) VALUE SPACES.

SCREEN SECTION.
1 menu-equipes.
    2 BLANK SCREEN.
    2 LINE 2 COL 10 VALUE 'Maintenance des équipes'.
    2 LINE 4 COL 10 VALUE '1. Consulter une équipe'.
    2 LINE 5 COL 10 VALUE '2. Créer une équipe'.
    2 LINE 6 COL 10 VALUE '3. Affecter ou transférer un joueur'.
    2 LINE 7 COL 10 VALUE '4. Retirer un joueur de son équipe'.
    2 LINE 8 COL 10 VALUE '0. Quitter'.
    2 LINE 9 COL 10 VALUE 'Votre choix : '.
1 entete-action.
    2 BLANK SCREEN.
    2 LINE 2 COL 10 PIC X(40) FROM titreAction.
1 demande-code-equipe.
    2 LINE 4 COL 10 VALUE 'Code équipe : '.
1 demande-nom-equipe.
    2 LINE 5 COL 10 VALUE 'Nom de l''équipe : '.
1 demande-joueur.
    2 LINE 6 COL 10 VALUE 'Nom du joueur : '.
1 demande-date-effet.
    2 LINE 7 COL 10 VALUE 'Date d''effet (AAAAMMJJ) : '.
1 affiche-appartenance.
    2 LINE 9 COL 10 VALUE 'Equipe actuelle : '.
    2 PIC X(6) FROM equipeActuelle.
    2 VALUE ' depuis le '.
    2 PIC 9(8) FROM debutActuel.
1 demande-confirmation.
    2 LINE 18 COL 10 VALUE 'Confirmer (O/N) : '.
1 entete-membres.
    2 BLANK SCREEN.
    2 LINE 1 COL 1 VALUE 'EQUIPE '.
    2 PIC X(6) FROM codeEquipeSaisi.
    2 VALUE ' '.
    2 PIC X(30) FROM nomEquipe.
    2 LINE 2 COL 1 VALUE 'APPARTENANCES '.
    2 PIC X(3) FROM page-debut-edite.
    2 VALUE ' A '.
    2 PIC X(3) FROM page-fin-edite.
    2 VALUE ' SUR '.
    2 PIC X(3) FROM compteur-edite.
    2 LINE 3 COL 1 VALUE 'JOUEUR                DEBUT     FIN'.
1 affiche-ligne-membre.
    2 LINE ligneEcranMembres COL 1.
    2 PIC X(60) FROM ligneMembre.
1 demande-commande.
    2 LINE 17 COL 1 VALUE 'S=suivante P=précédente Q=retour : '.
1 demande-retour.
    2 LINE 22 COL 10 VALUE 'Appuyer sur Entrée pour revenir : '.
1 affiche-erreur.
    2 LINE 21 COL 10.
    2 PIC X(60) FROM messageErreur.

PROCEDURE DIVISION.

TRAITEMENT-PRINCIPAL.
    MOVE 'MAINTEQUIPES' TO errlog-programme.
    MOVE 'MAINTEQUIPES' TO nomVerrou.
    MOVE 'I' TO modeVerrouDemande.
    PERFORM PRENDRE-VERROU.
    IF verrouObtenu = 'N'
        DISPLAY 'MAINTEQUIPES déjà en cours, démarrage refusé (voir ERRLOG.DAT).'
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM SIGNON-OPERATEUR.
    IF operateurValide = 'Y'
        MOVE 'MAINTEQUIPES' TO programmeDemande
        MOVE 'ACCES' TO actionDemandee
        PERFORM CONTROLER-PERMISSION
        IF permissionAccordee = 'N'
            MOVE 'N' TO operateurValide
        END-IF
    END-IF.
    IF operateurValide = 'N'
        PERFORM LIBERER-VERROU
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM UNTIL menuTermine = 'Y' OR nbEchecsSaisie >= nbEchecsSaisieMax
        DISPLAY menu-equipes
        ACCEPT choix
            ON EXCEPTION
                MOVE 'MAINTEQUIPES' TO errlog-programme
                MOVE 'TRAITEMENT-PRINCIPAL' TO errlog-paragraphe
                MOVE 'Saisie du choix interrompue' TO errlog-message
                PERFORM ECRITURE-ERRLOG
                MOVE 'Y' TO menuTermine
        END-ACCEPT
        EVALUATE choix
            WHEN '1'
                MOVE 'CONSULTATION' TO actionDemandee
                PERFORM CONTROLER-PERMISSION
                IF permissionAccordee = 'Y'
                    PERFORM CONSULTER-EQUIPE
                END-IF
            WHEN '2'
                MOVE 'CREATION' TO actionDemandee
                PERFORM CONTROLER-PERMISSION
                IF permissionAccordee = 'Y'
                    PERFORM CREER-EQUIPE
                END-IF
            WHEN '3'
                MOVE 'TRANSFERT' TO actionDemandee
                PERFORM CONTROLER-PERMISSION
                IF permissionAccordee = 'Y'
                    MOVE 'A' TO mouvementEquipe
                    MOVE 'Affectation ou transfert d''un joueur' TO titreAction
                    PERFORM MOUVEMENTER-JOUEUR
                END-IF
            WHEN '4'
                MOVE 'TRANSFERT' TO actionDemandee
                PERFORM CONTROLER-PERMISSION
                IF permissionAccordee = 'Y'
                    MOVE 'R' TO mouvementEquipe
                    MOVE 'Retrait d''un joueur de son équipe' TO titreAction
                    PERFORM MOUVEMENTER-JOUEUR
                END-IF
            WHEN '0'
                MOVE 'Y' TO menuTermine
            WHEN OTHER
                ADD 1 TO nbEchecsSaisie
                MOVE 'Choix invalide, veuillez saisir 0, 1, 2, 3 ou 4.' TO messageErreur
                DISPLAY affiche-erreur
        END-EVALUATE
    END-PERFORM.
    PERFORM LIBERER-VERROU.
    STOP RUN.

*> Consultation : le nom de l'équipe puis l'historique de ses
*> appartenances dans l'ordre de saisie, parcouru page par page.
CONSULTER-EQUIPE.
    MOVE 'Y' TO saisieValide.
    MOVE 'CONSULTER-EQUIPE' TO paragrapheAction.
    MOVE 'Consultation d''une équipe' TO titreAction.
    DISPLAY entete-action.
    PERFORM SAISIR-CODE-EQUIPE.
    IF saisieValide = 'Y'
        PERFORM CHERCHER-EQUIPE
        IF equipeTrouvee = 'N'
            MOVE 'Equipe inconnue dans EQUIPES.DAT.' TO messageErreur
            PERFORM SIGNALER-ERREUR-EQUIPE
        END-IF
    END-IF.
    IF saisieValide = 'Y'
        PERFORM CHARGER-MEMBRES
        MOVE 1 TO premiereLignePage
        PERFORM PARCOURIR-MEMBRES
    END-IF.

CHARGER-MEMBRES.
    MOVE 0 TO nbMembresListes.
    MOVE 'N' TO selectionTronquee.
    OPEN INPUT fichier-equipes.
    MOVE 'N' TO finFichierEquipes.
    PERFORM UNTIL finFichierEquipes = 'Y'
        READ fichier-equipes
            AT END MOVE 'Y' TO finFichierEquipes
            NOT AT END
                IF eqp-type = 'M' AND eqp-code = codeEquipeSaisi
                    IF nbMembresListes < nbMembresListesMax
                        MOVE eqp-joueur TO lmb-joueur
                        MOVE eqp-date-debut TO lmb-debut
                        IF eqp-date-fin = 0
                            MOVE 'EN COURS' TO lmb-fin
                        ELSE
                            MOVE eqp-date-fin TO lmb-fin
                        END-IF
                        ADD 1 TO nbMembresListes
                        MOVE ligneMembre TO membreListe(nbMembresListes)
                    ELSE
                        MOVE 'Y' TO selectionTronquee
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE fichier-equipes.

PARCOURIR-MEMBRES.
    MOVE 'N' TO parcoursTermine.
    PERFORM UNTIL parcoursTermine = 'Y'
        PERFORM AFFICHER-PAGE-MEMBRES
        DISPLAY demande-commande
        MOVE SPACE TO commandeNavigation
        ACCEPT commandeNavigation
            ON EXCEPTION
                MOVE 'Q' TO commandeNavigation
        END-ACCEPT
        EVALUATE commandeNavigation
            WHEN 'S' WHEN 's'
                IF premiereLignePage + nbLignesPage > nbMembresListes
                    MOVE 'Dernière page atteinte.' TO messageErreur
                    DISPLAY affiche-erreur
                ELSE
                    ADD nbLignesPage TO premiereLignePage
                END-IF
            WHEN 'P' WHEN 'p'
                IF premiereLignePage <= nbLignesPage
                    MOVE 1 TO premiereLignePage
                ELSE
                    SUBTRACT nbLignesPage FROM premiereLignePage
                END-IF
            WHEN OTHER
                MOVE 'Y' TO parcoursTermine
        END-EVALUATE
    END-PERFORM.

AFFICHER-PAGE-MEMBRES.
    COMPUTE derniereLignePage = premiereLignePage + nbLignesPage - 1.
    IF derniereLignePage > nbMembresListes
        MOVE nbMembresListes TO derniereLignePage
    END-IF.
    MOVE premiereLignePage TO page-debut-edite.
    MOVE derniereLignePage TO page-fin-edite.
    MOVE nbMembresListes TO compteur-edite.
    DISPLAY entete-membres.
    MOVE 4 TO ligneEcranMembres.
    PERFORM VARYING indiceEntree FROM premiereLignePage BY 1
            UNTIL indiceEntree > derniereLignePage
        MOVE membreListe(indiceEntree) TO ligneMembre
        DISPLAY affiche-ligne-membre
        ADD 1 TO ligneEcranMembres
    END-PERFORM.
    IF nbMembresListes = 0
        MOVE 'Aucun joueur n''a encore été affecté à cette équipe.' TO messageErreur
        DISPLAY affiche-erreur
    END-IF.
    IF selectionTronquee = 'Y'
        MOVE 'Plus de 300 appartenances : seules les 300 premières.' TO messageErreur
        DISPLAY affiche-erreur
    END-IF.

CREER-EQUIPE.
    MOVE 'Y' TO saisieValide.
    MOVE 'CREER-EQUIPE' TO paragrapheAction.
    MOVE 'Création d''une équipe' TO titreAction.
    DISPLAY entete-action.
    PERFORM SAISIR-CODE-EQUIPE.
    IF saisieValide = 'Y'
        PERFORM CHERCHER-EQUIPE
        IF equipeTrouvee = 'Y'
            MOVE SPACES TO messageErreur
            STRING 'Equipe déjà existante : ' nomEquipe
                DELIMITED BY SIZE INTO messageErreur
            PERFORM SIGNALER-ERREUR-EQUIPE
        END-IF
    END-IF.
    IF saisieValide = 'Y'
        DISPLAY demande-nom-equipe
        MOVE SPACES TO nomEquipeSaisi
        ACCEPT nomEquipeSaisi
        IF nomEquipeSaisi = SPACES
            MOVE 'Nom de l''équipe obligatoire.' TO messageErreur
            PERFORM SIGNALER-ERREUR-EQUIPE
        END-IF
    END-IF.
    IF saisieValide = 'Y'
        DISPLAY demande-confirmation
        MOVE SPACE TO reponseConfirmation
        ACCEPT reponseConfirmation
        IF reponseConfirmation = 'O' OR reponseConfirmation = 'o'
            MOVE SPACES TO enr-equipe
            MOVE 'E' TO eqp-type
            MOVE codeEquipeSaisi TO eqp-code
            MOVE nomEquipeSaisi TO eqp-nom
            OPEN EXTEND fichier-equipes
            WRITE enr-equipe
            CLOSE fichier-equipes
            MOVE 'Equipe créée.' TO messageErreur
        ELSE
            MOVE 'Création abandonnée.' TO messageErreur
        END-IF
        DISPLAY affiche-erreur
        DISPLAY demande-retour
        ACCEPT reponseRetour
    END-IF.

*> Affectation (A) d'un joueur à une équipe à une date d'effet : si le
*> joueur est déjà dans une autre équipe, c'est un transfert et son
*> appartenance en cours est close à cette même date. Retrait (R) :
*> l'appartenance en cours est close sans nouvelle affectation. La
*> date d'effet ne peut précéder ni l'affectation en cours ni la
*> dernière sortie d'équipe, l'historique restant sans chevauchement.
MOUVEMENTER-JOUEUR.
    MOVE 'Y' TO saisieValide.
    MOVE 'MOUVEMENTER-JOUEUR' TO paragrapheAction.
    DISPLAY entete-action.
    MOVE SPACES TO codeEquipeSaisi.
    IF mouvementEquipe = 'A'
        PERFORM SAISIR-CODE-EQUIPE
        IF saisieValide = 'Y'
            PERFORM CHERCHER-EQUIPE
            IF equipeTrouvee = 'N'
                MOVE 'Equipe inconnue dans EQUIPES.DAT.' TO messageErreur
                PERFORM SIGNALER-ERREUR-EQUIPE
            END-IF
        END-IF
    END-IF.
    IF saisieValide = 'Y'
        PERFORM SAISIR-JOUEUR
    END-IF.
    IF saisieValide = 'Y'
        PERFORM SAISIR-DATE-EFFET
    END-IF.
    IF saisieValide = 'Y'
        PERFORM CHERCHER-APPARTENANCE
        PERFORM CONTROLER-MOUVEMENT
    END-IF.
    IF saisieValide = 'Y'
        IF appartenanceOuverte = 'Y'
            DISPLAY affiche-appartenance
        END-IF
        DISPLAY demande-confirmation
        MOVE SPACE TO reponseConfirmation
        ACCEPT reponseConfirmation
        IF reponseConfirmation = 'O' OR reponseConfirmation = 'o'
            PERFORM EXECUTER-MOUVEMENT
        ELSE
            MOVE 'Mouvement abandonné, les équipes sont inchangées.' TO messageErreur
            DISPLAY affiche-erreur
        END-IF
        DISPLAY demande-retour
        ACCEPT reponseRetour
    END-IF.

SAISIR-CODE-EQUIPE.
    DISPLAY demande-code-equipe.
    MOVE SPACES TO codeEquipeSaisi.
    ACCEPT codeEquipeSaisi.
    INSPECT codeEquipeSaisi
        CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
    IF codeEquipeSaisi = SPACES
        MOVE 'Code équipe obligatoire.' TO messageErreur
        PERFORM SIGNALER-ERREUR-EQUIPE
    END-IF.

CHERCHER-EQUIPE.
    MOVE 'N' TO equipeTrouvee.
    MOVE SPACES TO nomEquipe.
    OPEN INPUT fichier-equipes.
    MOVE 'N' TO finFichierEquipes.
    PERFORM UNTIL finFichierEquipes = 'Y' OR equipeTrouvee = 'Y'
        READ fichier-equipes
            AT END MOVE 'Y' TO finFichierEquipes
            NOT AT END
                IF eqp-type = 'E' AND eqp-code = codeEquipeSaisi
                    MOVE 'Y' TO equipeTrouvee
                    MOVE eqp-nom TO nomEquipe
                END-IF
        END-READ
    END-PERFORM.
    CLOSE fichier-equipes.

SAISIR-JOUEUR.
    DISPLAY demande-joueur.
    MOVE SPACES TO nomJoueurSaisi.
    ACCEPT nomJoueurSaisi.
    IF nomJoueurSaisi = SPACES
        MOVE 'Nom du joueur obligatoire.' TO messageErreur
        PERFORM SIGNALER-ERREUR-EQUIPE
    ELSE
        OPEN INPUT fichier-maitre-joueurs
        MOVE nomJoueurSaisi TO maitre-nom
        READ fichier-maitre-joueurs
            INVALID KEY CONTINUE
        END-READ
        IF statutJoueurs NOT = '00'
            MOVE 'Joueur inconnu dans le fichier maître.' TO messageErreur
            PERFORM SIGNALER-ERREUR-EQUIPE
        END-IF
        CLOSE fichier-maitre-joueurs
    END-IF.

SAISIR-DATE-EFFET.
    DISPLAY demande-date-effet.
    MOVE SPACES TO saisieDate.
    ACCEPT saisieDate.
    IF saisieDate NOT NUMERIC
        MOVE 'Date d''effet invalide (AAAAMMJJ).' TO messageErreur
        PERFORM SIGNALER-ERREUR-EQUIPE
    ELSE
        MOVE saisieDate TO dateEffet
        IF FUNCTION TEST-DATE-YYYYMMDD(dateEffet) NOT = 0
            MOVE 'Date d''effet invalide (AAAAMMJJ).' TO messageErreur
            PERFORM SIGNALER-ERREUR-EQUIPE
        END-IF
    END-IF.

*> Appartenance en cours du joueur (date de fin à zéro) et date de sa
*> dernière sortie d'équipe.
CHERCHER-APPARTENANCE.
    MOVE 'N' TO appartenanceOuverte.
    MOVE SPACES TO equipeActuelle.
    MOVE 0 TO debutActuel.
    MOVE 0 TO derniereFin.
    OPEN INPUT fichier-equipes.
    MOVE 'N' TO finFichierEquipes.
    PERFORM UNTIL finFichierEquipes = 'Y'
        READ fichier-equipes
            AT END MOVE 'Y' TO finFichierEquipes
            NOT AT END
                IF eqp-type = 'M' AND eqp-joueur = nomJoueurSaisi
                   AND eqp-date-debut IS NUMERIC
                   AND eqp-date-fin IS NUMERIC
                    IF eqp-date-fin = 0
                        MOVE 'Y' TO appartenanceOuverte
                        MOVE eqp-code TO equipeActuelle
                        MOVE eqp-date-debut TO debutActuel
                    ELSE
                        IF eqp-date-fin > derniereFin
                            MOVE eqp-date-fin TO derniereFin
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE fichier-equipes.

CONTROLER-MOUVEMENT.
    EVALUATE TRUE
        WHEN mouvementEquipe = 'R' AND appartenanceOuverte = 'N'
            MOVE 'Ce joueur n''appartient à aucune équipe.' TO messageErreur
            PERFORM SIGNALER-ERREUR-EQUIPE
        WHEN mouvementEquipe = 'A' AND appartenanceOuverte = 'Y'
             AND equipeActuelle = codeEquipeSaisi
            MOVE 'Ce joueur est déjà membre de cette équipe.' TO messageErreur
            PERFORM SIGNALER-ERREUR-EQUIPE
        WHEN appartenanceOuverte = 'Y' AND dateEffet <= debutActuel
            MOVE SPACES TO messageErreur
            STRING 'Date d''effet à postdater au ' debutActuel
                DELIMITED BY SIZE INTO messageErreur
            PERFORM SIGNALER-ERREUR-EQUIPE
        WHEN dateEffet < derniereFin
            MOVE SPACES TO messageErreur
            STRING 'Date d''effet antérieure à la sortie du ' derniereFin
                DELIMITED BY SIZE INTO messageErreur
            PERFORM SIGNALER-ERREUR-EQUIPE
    END-EVALUATE.

EXECUTER-MOUVEMENT.
    IF appartenanceOuverte = 'Y'
        PERFORM CLORE-APPARTENANCE
    END-IF.
    IF appartenanceOuverte = 'Y' AND appartenanceClose = 'N'
        MOVE 'Equipes modifiées entre-temps, mouvement non enregistré.' TO messageErreur
        PERFORM SIGNALER-ERREUR-EQUIPE
    ELSE
        IF mouvementEquipe = 'A'
            MOVE SPACES TO enr-equipe
            MOVE 'M' TO eqp-type
            MOVE codeEquipeSaisi TO eqp-code
            MOVE nomJoueurSaisi TO eqp-joueur
            MOVE dateEffet TO eqp-date-debut
            MOVE 0 TO eqp-date-fin
            OPEN EXTEND fichier-equipes
            WRITE enr-equipe
            CLOSE fichier-equipes
        END-IF
        EVALUATE TRUE
            WHEN mouvementEquipe = 'R'
                MOVE 'Joueur retiré de son équipe.' TO messageErreur
            WHEN appartenanceOuverte = 'Y'
                MOVE 'Joueur transféré.' TO messageErreur
            WHEN OTHER
                MOVE 'Joueur affecté à l''équipe.' TO messageErreur
        END-EVALUATE
        DISPLAY affiche-erreur
    END-IF.

*> L'appartenance en cours reçoit la date d'effet comme date de fin,
*> par recopie de EQUIPES.DAT via EQUIPES.NEW.
CLORE-APPARTENANCE.
    MOVE 'N' TO appartenanceClose.
    OPEN INPUT fichier-equipes.
    OPEN OUTPUT fichier-equipes-neuf.
    MOVE 'N' TO finFichierEquipes.
    PERFORM UNTIL finFichierEquipes = 'Y'
        READ fichier-equipes
            AT END MOVE 'Y' TO finFichierEquipes
            NOT AT END
                IF eqp-type = 'M' AND eqp-joueur = nomJoueurSaisi
                   AND eqp-code = equipeActuelle
                   AND eqp-date-debut = debutActuel
                   AND eqp-date-fin = 0
                    MOVE dateEffet TO eqp-date-fin
                    MOVE 'Y' TO appartenanceClose
                END-IF
                WRITE enr-equipe-neuf FROM enr-equipe
        END-READ
    END-PERFORM.
    CLOSE fichier-equipes.
    CLOSE fichier-equipes-neuf.
    IF appartenanceClose = 'Y'
        OPEN INPUT fichier-equipes-neuf
        OPEN OUTPUT fichier-equipes
        MOVE 'N' TO finFichierEquipes
        PERFORM UNTIL finFichierEquipes = 'Y'
            READ fichier-equipes-neuf
                AT END MOVE 'Y' TO finFichierEquipes
                NOT AT END WRITE enr-equipe FROM enr-equipe-neuf
            END-READ
        END-PERFORM
        CLOSE fichier-equipes-neuf
        CLOSE fichier-equipes
    END-IF.

SIGNALER-ERREUR-EQUIPE.
    MOVE 'N' TO saisieValide.
    DISPLAY affiche-erreur.
    ADD 1 TO nbEchecsSaisie.
    MOVE 'MAINTEQUIPES' TO errlog-programme.
    MOVE paragrapheAction TO errlog-paragraphe.
    MOVE messageErreur TO errlog-message.
    PERFORM ECRITURE-ERRLOG.

COPY "signon.cpy".

COPY "permission-controle.cpy".

COPY "verrou-prise.cpy".

COPY "errlog-write.cpy".
