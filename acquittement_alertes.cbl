IDENTIFICATION DIVISION.
PROGRAM-ID. ACQUITALERTES.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "alerte-select.cpy".
    COPY "operateurs-select.cpy".
    COPY "permissions-select.cpy".
    COPY "verrou-select.cpy".
    COPY "errlog-select.cpy".
DATA DIVISION.
FILE SECTION.
COPY "alerte-fd.cpy".
COPY "operateurs-fd.cpy".
COPY "permissions-fd.cpy".
COPY "verrou-fd.cpy".
COPY "errlog-fd.cpy".
WORKING-STORAGE SECTION.
       COPY "errlog-ws.cpy".
       COPY "verrou-ws.cpy".
       COPY "signon-ws.cpy".
       COPY "alerte-ws.cpy".
       77 choix PIC X(1).
       77 menuTermine PIC X(1) VALUE 'N'.
       77 nbEchecsSaisie PIC 9(2) VALUE 0.
       77 nbEchecsSaisieMax PIC 9(2) VALUE 5.
       77 messageErreur PIC X(60).
       77 saisieValide PIC X(1).
       77 reponseRetour PIC X(1).
       77 reponseConfirmation PIC X(1).
       77 actionAlerte PIC X(1).
       77 titreAction PIC X(40).
       77 saisieStatut PIC X(1).
       77 statutFiltre PIC X(1) VALUE SPACE.
       77 saisieNumero PIC X(6).
       77 numeroJustifie PIC X(6) JUSTIFIED RIGHT.
       77 numeroDemande PIC 9(6).
       77 saisieCommentaire PIC X(40).
       77 alerteTrouvee PIC X(1).
       77 alerteRemplacee PIC X(1).
       77 statutAvantAction PIC X(1).
       77 destinataireAutorise PIC X(1).
       77 indiceDestinataire PIC 9(1).
       77 finFichierAlertes PIC X(1).
       77 selectionTronquee PIC X(1).
       77 parcoursTermine PIC X(1).
       77 commandeNavigation PIC X(1).
       77 premiereLignePage PIC 9(3) VALUE 1.
       77 derniereLignePage PIC 9(3).
       77 nbLignesPage PIC 9(2) VALUE 10.
       77 indiceEntree PIC 9(3).
       77 ligneEcranAlertes PIC 9(2).
       77 ligneAlerte PIC X(78).
       77 libelleStatut PIC X(7).
       77 compteur-edite PIC ZZ9.
       77 page-debut-edite PIC ZZ9.
       77 page-fin-edite PIC ZZ9.
       77 numero-edite PIC ZZZZZ9.
       77 origine-editee PIC ZZZZZ9.
       77 relances-editees PIC Z9.

       01 tableAlertes.
          05 nbAlertesListees PIC 9(3) VALUE 0.
          05 nbAlertesListeesMax PIC 9(3) VALUE 500.
          05 alerteListee OCCURS 500 PIC X(263).

       01 entreeAlerte.
          05 eal-numero PIC 9(6).
          05 eal-date PIC 9(8).
          05 eal-heure PIC 9(6).
          05 eal-gravite PIC 9(2).
          05 eal-programme PIC X(20).
          05 eal-etape PIC X(8).
          05 eal-message PIC X(80).
          05 eal-destinataires.
             10 eal-destinataire PIC X(8) OCCURS 5.
          05 eal-echeance-date PIC 9(8).
          05 eal-echeance-heure PIC 9(6).
          05 eal-statut PIC X(1).
          05 eal-responsable PIC X(8).
          05 eal-date-action PIC 9(8).
          05 eal-heure-action PIC 9(6).
          05 eal-operateur-action PIC X(8).
          05 eal-origine PIC 9(6).
          05 eal-nb-relances PIC 9(2).
          05 eal-commentaire PIC X(40).

SCREEN SECTION.
1 menu-alertes.
    2 BLANK SCREEN.
    2 LINE 2 COL 10 VALUE 'Acquittement des alertes d''exploitation'.
    2 LINE 4 COL 10 VALUE '1. Consulter les alertes'.
    2 LINE 5 COL 10 VALUE '2. Prendre en charge une alerte'.
    2 LINE 6 COL 10 VALUE '3. Clore une alerte'.
    2 LINE 7 COL 10 VALUE '0. Quitter'.
    2 LINE 9 COL 10 VALUE 'Votre choix : '.
1 entete-action.
    2 BLANK SCREEN.
    2 LINE 2 COL 10 PIC X(40) FROM titreAction.
1 demande-statut.
    2 LINE 4 COL 10 VALUE 'Statut (O=ouvertes P=prises C=closes R=relancées T=toutes, vide=en cours) : '.
1 demande-numero.
    2 LINE 4 COL 10 VALUE 'Numéro de l''alerte : '.
1 affiche-alerte.
    2 LINE 6 COL 10 VALUE 'Alerte : '.
    2 PIC X(6) FROM numero-edite.
    2 COL 30 VALUE 'Gravité : '.
    2 PIC 9(2) FROM eal-gravite.
    2 COL 50 VALUE 'Statut : '.
    2 PIC X(7) FROM libelleStatut.
    2 LINE 7 COL 10 VALUE 'Programme : '.
    2 PIC X(20) FROM eal-programme.
    2 COL 50 VALUE 'Etape : '.
    2 PIC X(8) FROM eal-etape.
    2 LINE 8 COL 10 VALUE 'Levée le '.
    2 PIC 9(8) FROM eal-date.
    2 VALUE ' à '.
    2 PIC 9(6) FROM eal-heure.
    2 COL 50 VALUE 'Première alerte : '.
    2 PIC X(6) FROM origine-editee.
    2 LINE 9 COL 10 VALUE 'Message :'.
    2 LINE 10 COL 1 PIC X(80) FROM eal-message.
    2 LINE 11 COL 10 VALUE 'Destinataires : '.
    2 PIC X(40) FROM eal-destinataires.
    2 LINE 12 COL 10 VALUE 'Echéance : '.
    2 PIC 9(8) FROM eal-echeance-date.
    2 VALUE ' à '.
    2 PIC 9(6) FROM eal-echeance-heure.
    2 COL 50 VALUE 'Relances : '.
    2 PIC X(2) FROM relances-editees.
    2 LINE 13 COL 10 VALUE 'Responsable : '.
    2 PIC X(8) FROM eal-responsable.
    2 COL 50 VALUE 'Dernière action : '.
    2 PIC X(8) FROM eal-operateur-action.
    2 LINE 14 COL 10 VALUE 'Commentaire : '.
    2 PIC X(40) FROM eal-commentaire.
1 demande-commentaire.
    2 LINE 16 COL 10 VALUE 'Commentaire de clôture : '.
1 demande-confirmation.
    2 LINE 18 COL 10 VALUE 'Confirmer (O/N) : '.
1 entete-alertes.
    2 BLANK SCREEN.
    2 LINE 1 COL 1 VALUE 'ALERTES D''EXPLOITATION - ALERTES '.
    2 PIC X(3) FROM page-debut-edite.
    2 VALUE ' A '.
    2 PIC X(3) FROM page-fin-edite.
    2 VALUE ' SUR '.
    2 PIC X(3) FROM compteur-edite.
    2 LINE 3 COL 1 VALUE 'NUMERO DATE     HHMM GR PROGRAMME      ETAPE    STATUT  RESPONS. ECHEANCE'.
1 affiche-ligne-alerte.
    2 LINE ligneEcranAlertes COL 1.
    2 PIC X(78) FROM ligneAlerte.
1 demande-commande.
    2 LINE 17 COL 1 VALUE 'S=suivante P=précédente Q=retour : '.
1 demande-retour.
    2 LINE 22 COL 10 VALUE 'Appuyer sur Entrée pour revenir : '.
1 affiche-erreur.
    2 LINE 21 COL 10.
    2 PIC X(60) FROM messageErreur.

PROCEDURE DIVISION.

TRAITEMENT-PRINCIPAL.
    MOVE 'ACQUITALERTES' TO errlog-programme.
    MOVE 'ACQUITALERTES' TO nomVerrou.
    MOVE 'I' TO modeVerrouDemande.
    PERFORM PRENDRE-VERROU.
    IF verrouObtenu = 'N'
        DISPLAY 'ACQUITALERTES déjà en cours, démarrage refusé (voir ERRLOG.DAT).'
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM SIGNON-OPERATEUR.
    IF operateurValide = 'Y'
        MOVE 'ACQUITALERTES' TO programmeDemande
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
        DISPLAY menu-alertes
        ACCEPT choix
            ON EXCEPTION
                MOVE 'ACQUITALERTES' TO errlog-programme
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
                    PERFORM CONSULTER-ALERTES
                END-IF
            WHEN '2'
                MOVE 'PRISE' TO actionDemandee
                PERFORM CONTROLER-PERMISSION
                IF permissionAccordee = 'Y'
                    MOVE 'P' TO actionAlerte
                    MOVE 'Prise en charge d''une alerte' TO titreAction
                    PERFORM TRAITER-ALERTE
                END-IF
            WHEN '3'
                MOVE 'CLOTURE' TO actionDemandee
                PERFORM CONTROLER-PERMISSION
                IF permissionAccordee = 'Y'
                    MOVE 'C' TO actionAlerte
                    MOVE 'Clôture d''une alerte' TO titreAction
                    PERFORM TRAITER-ALERTE
                END-IF
            WHEN '0'
                MOVE 'Y' TO menuTermine
            WHEN OTHER
                ADD 1 TO nbEchecsSaisie
                MOVE 'Choix invalide, veuillez saisir 0, 1, 2 ou 3.' TO messageErreur
                DISPLAY affiche-erreur
        END-EVALUATE
    END-PERFORM.
    PERFORM LIBERER-VERROU.
    STOP RUN.

*> Consultation : par défaut les alertes en cours (ouvertes ou prises
*> en charge), dans l'ordre d'émission, parcourues page par page.
CONSULTER-ALERTES.
    MOVE 'Y' TO saisieValide.
    MOVE 'Consultation des alertes' TO titreAction.
    DISPLAY entete-action.
    DISPLAY demande-statut.
    MOVE SPACE TO saisieStatut.
    ACCEPT saisieStatut.
    EVALUATE saisieStatut
        WHEN SPACE
            MOVE SPACE TO statutFiltre
        WHEN 'O' WHEN 'o'
            MOVE 'O' TO statutFiltre
        WHEN 'P' WHEN 'p'
            MOVE 'P' TO statutFiltre
        WHEN 'C' WHEN 'c'
            MOVE 'C' TO statutFiltre
        WHEN 'R' WHEN 'r'
            MOVE 'R' TO statutFiltre
        WHEN 'T' WHEN 't'
            MOVE 'T' TO statutFiltre
        WHEN OTHER
            MOVE 'Statut invalide : O, P, C, R, T ou vide.' TO messageErreur
            PERFORM SIGNALER-ERREUR-ALERTE
    END-EVALUATE.
    IF saisieValide = 'Y'
        PERFORM CHARGER-ALERTES
        IF nbAlertesListees = 0
            MOVE 'Aucune alerte pour ce statut.' TO messageErreur
            DISPLAY affiche-erreur
            DISPLAY demande-retour
            ACCEPT reponseRetour
        ELSE
            MOVE 1 TO premiereLignePage
            PERFORM PARCOURIR-ALERTES
        END-IF
    END-IF.

CHARGER-ALERTES.
    MOVE 0 TO nbAlertesListees.
    MOVE 'N' TO selectionTronquee.
    OPEN INPUT fichier-alertes.
    MOVE 'N' TO finFichierAlertes.
    PERFORM UNTIL finFichierAlertes = 'Y'
        READ fichier-alertes
            AT END MOVE 'Y' TO finFichierAlertes
            NOT AT END
                IF statutFiltre = 'T' OR alr-statut = statutFiltre
                   OR (statutFiltre = SPACE
                       AND (alr-statut = 'O' OR alr-statut = 'P'))
                    IF nbAlertesListees < nbAlertesListeesMax
                        ADD 1 TO nbAlertesListees
                        MOVE enr-alerte TO alerteListee(nbAlertesListees)
                    ELSE
                        MOVE 'Y' TO selectionTronquee
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE fichier-alertes.
    IF selectionTronquee = 'Y'
        MOVE 'Plus de 500 alertes : seules les 500 premières.' TO messageErreur
        DISPLAY affiche-erreur
    END-IF.

PARCOURIR-ALERTES.
    MOVE 'N' TO parcoursTermine.
    PERFORM UNTIL parcoursTermine = 'Y'
        PERFORM AFFICHER-PAGE-ALERTES
        DISPLAY demande-commande
        MOVE SPACE TO commandeNavigation
        ACCEPT commandeNavigation
            ON EXCEPTION
                MOVE 'Q' TO commandeNavigation
        END-ACCEPT
        EVALUATE commandeNavigation
            WHEN 'S' WHEN 's'
                IF premiereLignePage + nbLignesPage > nbAlertesListees
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

AFFICHER-PAGE-ALERTES.
    COMPUTE derniereLignePage = premiereLignePage + nbLignesPage - 1.
    IF derniereLignePage > nbAlertesListees
        MOVE nbAlertesListees TO derniereLignePage
    END-IF.
    MOVE premiereLignePage TO page-debut-edite.
    MOVE derniereLignePage TO page-fin-edite.
    MOVE nbAlertesListees TO compteur-edite.
    DISPLAY entete-alertes.
    MOVE 4 TO ligneEcranAlertes.
    PERFORM VARYING indiceEntree FROM premiereLignePage BY 1
            UNTIL indiceEntree > derniereLignePage
        MOVE alerteListee(indiceEntree) TO entreeAlerte
        PERFORM PREPARER-ALERTE-AFFICHEE
        MOVE SPACES TO ligneAlerte
        STRING numero-edite
            ' ' eal-date
            ' ' eal-heure(1:4)
            ' ' eal-gravite
            ' ' eal-programme(1:14)
            ' ' eal-etape
            ' ' libelleStatut
            ' ' eal-responsable
            ' ' eal-echeance-date
            DELIMITED BY SIZE INTO ligneAlerte
        DISPLAY affiche-ligne-alerte
        ADD 1 TO ligneEcranAlertes
    END-PERFORM.

PREPARER-ALERTE-AFFICHEE.
    MOVE eal-numero TO numero-edite.
    MOVE eal-origine TO origine-editee.
    MOVE eal-nb-relances TO relances-editees.
    EVALUATE eal-statut
        WHEN 'O' MOVE 'OUVERTE' TO libelleStatut
        WHEN 'P' MOVE 'PRISE' TO libelleStatut
        WHEN 'C' MOVE 'CLOSE' TO libelleStatut
        WHEN 'R' MOVE 'RELANCE' TO libelleStatut
        WHEN OTHER MOVE 'INCONNU' TO libelleStatut
    END-EVALUATE.

*> Prise en charge (P) d'une alerte ouverte, clôture (C) d'une alerte
*> ouverte ou prise en charge, réservées aux destinataires de
*> l'alerte (code opérateur ou rôle) ; une alerte prise en charge ne
*> peut être close que par son responsable. Une alerte relancée se
*> traite sous le numéro de sa relance.
TRAITER-ALERTE.
    MOVE 'Y' TO saisieValide.
    DISPLAY entete-action.
    DISPLAY demande-numero.
    MOVE SPACES TO saisieNumero.
    ACCEPT saisieNumero.
    MOVE FUNCTION TRIM(saisieNumero) TO numeroJustifie.
    INSPECT numeroJustifie REPLACING LEADING SPACE BY ZERO.
    IF numeroJustifie NOT NUMERIC OR numeroJustifie = '000000'
        MOVE 'Numéro d''alerte invalide.' TO messageErreur
        PERFORM SIGNALER-ERREUR-ALERTE
    ELSE
        MOVE numeroJustifie TO numeroDemande
        PERFORM CHERCHER-ALERTE
        PERFORM CONTROLER-ALERTE
    END-IF.
    IF saisieValide = 'Y'
        PERFORM PREPARER-ALERTE-AFFICHEE
        DISPLAY affiche-alerte
        MOVE SPACES TO saisieCommentaire
        IF actionAlerte = 'C'
            DISPLAY demande-commentaire
            ACCEPT saisieCommentaire
            IF saisieCommentaire = SPACES
                MOVE 'Commentaire de clôture obligatoire.' TO messageErreur
                PERFORM SIGNALER-ERREUR-ALERTE
            END-IF
        END-IF
    END-IF.
    IF saisieValide = 'Y'
        DISPLAY demande-confirmation
        MOVE SPACE TO reponseConfirmation
        ACCEPT reponseConfirmation
        IF reponseConfirmation = 'O' OR reponseConfirmation = 'o'
            PERFORM EXECUTER-ACTION-ALERTE
        ELSE
            MOVE 'Action abandonnée, l''alerte est inchangée.' TO messageErreur
            DISPLAY affiche-erreur
        END-IF
        DISPLAY demande-retour
        ACCEPT reponseRetour
    END-IF.

CHERCHER-ALERTE.
    MOVE 'N' TO alerteTrouvee.
    OPEN INPUT fichier-alertes.
    MOVE 'N' TO finFichierAlertes.
    PERFORM UNTIL finFichierAlertes = 'Y' OR alerteTrouvee = 'Y'
        READ fichier-alertes
            AT END MOVE 'Y' TO finFichierAlertes
            NOT AT END
                IF alr-numero = numeroDemande
                    MOVE 'Y' TO alerteTrouvee
                    MOVE enr-alerte TO entreeAlerte
                END-IF
        END-READ
    END-PERFORM.
    CLOSE fichier-alertes.

CONTROLER-ALERTE.
    IF alerteTrouvee = 'Y'
        PERFORM CONTROLER-DESTINATAIRE
    END-IF.
    EVALUATE TRUE
        WHEN alerteTrouvee = 'N'
            MOVE 'Alerte inconnue.' TO messageErreur
            PERFORM SIGNALER-ERREUR-ALERTE
        WHEN eal-statut = 'C'
            MOVE 'Alerte déjà close.' TO messageErreur
            PERFORM SIGNALER-ERREUR-ALERTE
        WHEN eal-statut = 'R'
            MOVE 'Alerte relancée : traiter l''alerte de relance.' TO messageErreur
            PERFORM SIGNALER-ERREUR-ALERTE
        WHEN actionAlerte = 'P' AND eal-statut NOT = 'O'
            MOVE SPACES TO messageErreur
            STRING 'Alerte déjà prise en charge par ' eal-responsable
                DELIMITED BY SIZE INTO messageErreur
            PERFORM SIGNALER-ERREUR-ALERTE
        WHEN eal-statut = 'P' AND eal-responsable NOT = codeOperateur
            MOVE SPACES TO messageErreur
            STRING 'Clôture réservée au responsable ' eal-responsable
                DELIMITED BY SIZE INTO messageErreur
            PERFORM SIGNALER-ERREUR-ALERTE
        WHEN eal-statut = 'O' AND destinataireAutorise = 'N'
            MOVE SPACES TO messageErreur
            STRING 'Alerte adressée à ' eal-destinataires
                DELIMITED BY SIZE INTO messageErreur
            PERFORM SIGNALER-ERREUR-ALERTE
    END-EVALUATE.

CONTROLER-DESTINATAIRE.
    MOVE 'N' TO destinataireAutorise.
    IF roleOperateur = 'ADMIN'
        MOVE 'Y' TO destinataireAutorise
    END-IF.
    PERFORM VARYING indiceDestinataire FROM 1 BY 1
            UNTIL indiceDestinataire > 5
        IF eal-destinataire(indiceDestinataire) NOT = SPACES
           AND (eal-destinataire(indiceDestinataire) = codeOperateur
                OR eal-destinataire(indiceDestinataire) = roleOperateur)
            MOVE 'Y' TO destinataireAutorise
        END-IF
    END-PERFORM.

EXECUTER-ACTION-ALERTE.
    MOVE eal-statut TO statutAvantAction.
    MOVE FUNCTION CURRENT-DATE(1:8) TO eal-date-action.
    MOVE FUNCTION CURRENT-DATE(9:6) TO eal-heure-action.
    MOVE codeOperateur TO eal-operateur-action.
    MOVE codeOperateur TO eal-responsable.
    IF actionAlerte = 'P'
        MOVE 'P' TO eal-statut
        MOVE 'Alerte prise en charge.' TO messageErreur
    ELSE
        MOVE 'C' TO eal-statut
        MOVE saisieCommentaire TO eal-commentaire
        MOVE 'Alerte close.' TO messageErreur
    END-IF.
    PERFORM REECRIRE-ALERTES.
    IF alerteRemplacee = 'N'
        MOVE 'Alerte modifiée entre-temps, action non enregistrée.' TO messageErreur
        PERFORM SIGNALER-ERREUR-ALERTE
    ELSE
        DISPLAY affiche-erreur
    END-IF.

*> L'alerte n'est remplacée que si son statut n'a pas changé depuis
*> sa lecture (relance par la chaîne de nuit entre-temps).
REECRIRE-ALERTES.
    MOVE 'N' TO alerteRemplacee.
    OPEN INPUT fichier-alertes.
    OPEN OUTPUT fichier-alertes-neuf.
    MOVE 'N' TO finFichierAlertes.
    PERFORM UNTIL finFichierAlertes = 'Y'
        READ fichier-alertes
            AT END MOVE 'Y' TO finFichierAlertes
            NOT AT END
                IF alr-numero = eal-numero
                   AND alr-statut = statutAvantAction
                    WRITE enr-alerte-neuf FROM entreeAlerte
                    MOVE 'Y' TO alerteRemplacee
                ELSE
                    WRITE enr-alerte-neuf FROM enr-alerte
                END-IF
        END-READ
    END-PERFORM.
    CLOSE fichier-alertes.
    CLOSE fichier-alertes-neuf.
    IF alerteRemplacee = 'Y'
        OPEN INPUT fichier-alertes-neuf
        OPEN OUTPUT fichier-alertes
        MOVE 'N' TO finFichierAlertes
        PERFORM UNTIL finFichierAlertes = 'Y'
            READ fichier-alertes-neuf
                AT END MOVE 'Y' TO finFichierAlertes
                NOT AT END WRITE enr-alerte FROM enr-alerte-neuf
            END-READ
        END-PERFORM
        CLOSE fichier-alertes-neuf
        CLOSE fichier-alertes
    END-IF.

SIGNALER-ERREUR-ALERTE.
    MOVE 'N' TO saisieValide.
    DISPLAY affiche-erreur.
    ADD 1 TO nbEchecsSaisie.
    MOVE 'ACQUITALERTES' TO errlog-programme.
    MOVE 'TRAITER-ALERTE' TO errlog-paragraphe.
    MOVE messageErreur TO errlog-message.
    PERFORM ECRITURE-ERRLOG.

COPY "signon.cpy".

COPY "permission-controle.cpy".

COPY "verrou-prise.cpy".

COPY "errlog-write.cpy".
