IDENTIFICATION DIVISION.
PROGRAM-ID. GESTIMPRESSION.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "etat-select.cpy".
    SELECT OPTIONAL fichier-impression-neuf ASSIGN TO "FILEIMPRESSION.NEW"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL fichier-spool ASSIGN TO DYNAMIC nomFichierSpool
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS statutSpool.
    COPY "catalogue-select.cpy".
    COPY "operateurs-select.cpy".
    COPY "permissions-select.cpy".
    COPY "verrou-select.cpy".
    COPY "errlog-select.cpy".
DATA DIVISION.
FILE SECTION.
COPY "etat-fd.cpy".
FD fichier-impression-neuf.
01 enr-impression-neuf PIC X(160).
FD fichier-spool.
01 enr-spool PIC X(200).
COPY "catalogue-fd.cpy".
COPY "operateurs-fd.cpy".
COPY "permissions-fd.cpy".
COPY "verrou-fd.cpy".
COPY "errlog-fd.cpy".
WORKING-STORAGE SECTION.
       COPY "errlog-ws.cpy".
       COPY "verrou-ws.cpy".
       COPY "signon-ws.cpy".
       COPY "etat-ws.cpy".
       77 statutSpool PIC XX.
       77 nomFichierSpool PIC X(20).
       77 choix PIC X(1).
       77 menuTermine PIC X(1) VALUE 'N'.
       77 nbEchecsSaisie PIC 9(2) VALUE 0.
       77 nbEchecsSaisieMax PIC 9(2) VALUE 5.
       77 messageErreur PIC X(60).
       77 saisieValide PIC X(1).
       77 reponseRetour PIC X(1).
       77 reponseConfirmation PIC X(1).
       77 actionFile PIC X(1).
       77 titreAction PIC X(40).
       77 saisieStatut PIC X(1).
       77 statutFiltre PIC X(1) VALUE SPACE.
       77 saisieNumero PIC X(6).
       77 numeroJustifie PIC X(6) JUSTIFIED RIGHT.
       77 numeroDemande PIC 9(6).
       77 saisieCopies PIC X(2).
       77 copiesJustifiees PIC X(2) JUSTIFIED RIGHT.
       77 copiesDemandees PIC 9(2).
       77 saisieDestination PIC X(8).
       77 destinationDemandee PIC X(8).
       77 entreeTrouvee PIC X(1).
       77 entreeRemplacee PIC X(1).
       77 numeroRemplacant PIC 9(6).
       77 finFichierImpression PIC X(1).
       77 spoolReussi PIC X(1).
       77 indiceCopie PIC 9(2).
       77 nbLignesSpoolees PIC 9(6).
       77 selectionTronquee PIC X(1).
       77 parcoursTermine PIC X(1).
       77 commandeNavigation PIC X(1).
       77 premiereLignePage PIC 9(3) VALUE 1.
       77 derniereLignePage PIC 9(3).
       77 nbLignesPage PIC 9(2) VALUE 10.
       77 indiceEntree PIC 9(3).
       77 ligneEcranFile PIC 9(2).
       77 ligneFile PIC X(78).
       77 libelleStatut PIC X(7).
       77 compteur-edite PIC ZZ9.
       77 page-debut-edite PIC ZZ9.
       77 page-fin-edite PIC ZZ9.
       77 numero-edite PIC ZZZZZ9.
       77 pages-editees PIC ZZZ9.
       77 copies-editees PIC Z9.
       77 sorties-editees PIC ZZ9.

       01 tableFile.
          05 nbEntreesFile PIC 9(3) VALUE 0.
          05 nbEntreesFileMax PIC 9(3) VALUE 500.
          05 entreeListee OCCURS 500 PIC X(160).

       01 entreeFile.
          05 efl-numero PIC 9(6).
          05 efl-date PIC 9(8).
          05 efl-heure PIC 9(6).
          05 efl-programme PIC X(20).
          05 efl-fichier PIC X(26).
          05 efl-titre PIC X(40).
          05 efl-pages PIC 9(4).
          05 efl-lignes PIC 9(6).
          05 efl-copies PIC 9(2).
          05 efl-destination PIC X(8).
          05 efl-statut PIC X(1).
          05 efl-operateur PIC X(8).
          05 efl-date-action PIC 9(8).
          05 efl-heure-action PIC 9(6).
          05 efl-operateur-action PIC X(8).
          05 efl-nb-sorties PIC 9(3).

SCREEN SECTION.
1 menu-impression.
    2 BLANK SCREEN.
    2 LINE 2 COL 10 VALUE 'Gestion de la file d''impression'.
    2 LINE 4 COL 10 VALUE '1. Consulter la file'.
    2 LINE 5 COL 10 VALUE '2. Libérer un état'.
    2 LINE 6 COL 10 VALUE '3. Réimprimer un état'.
    2 LINE 7 COL 10 VALUE '4. Annuler un état'.
    2 LINE 8 COL 10 VALUE '0. Quitter'.
    2 LINE 10 COL 10 VALUE 'Votre choix : '.
1 entete-action.
    2 BLANK SCREEN.
    2 LINE 2 COL 10 PIC X(40) FROM titreAction.
1 demande-statut.
    2 LINE 4 COL 10 VALUE 'Statut (A=en attente L=libérés X=annulés, vide=tous) : '.
1 demande-numero.
    2 LINE 4 COL 10 VALUE 'Numéro de l''entrée : '.
1 affiche-entree.
    2 LINE 6 COL 10 VALUE 'Programme : '.
    2 PIC X(20) FROM efl-programme.
    2 LINE 7 COL 10 VALUE 'Etat : '.
    2 PIC X(26) FROM efl-fichier.
    2 LINE 8 COL 10 VALUE 'Titre : '.
    2 PIC X(40) FROM efl-titre.
    2 LINE 9 COL 10 VALUE 'Mis en file le '.
    2 PIC 9(8) FROM efl-date.
    2 VALUE ' à '.
    2 PIC 9(6) FROM efl-heure.
    2 VALUE ' par '.
    2 PIC X(8) FROM efl-operateur.
    2 LINE 10 COL 10 VALUE 'Pages : '.
    2 PIC X(4) FROM pages-editees.
    2 COL 30 VALUE 'Exemplaires : '.
    2 PIC X(2) FROM copies-editees.
    2 COL 50 VALUE 'Destination : '.
    2 PIC X(8) FROM efl-destination.
    2 LINE 11 COL 10 VALUE 'Statut : '.
    2 PIC X(7) FROM libelleStatut.
    2 COL 30 VALUE 'Sorties : '.
    2 PIC X(3) FROM sorties-editees.
    2 COL 50 VALUE 'Dernière action : '.
    2 PIC X(8) FROM efl-operateur-action.
1 demande-copies.
    2 LINE 13 COL 10 VALUE 'Nombre d''exemplaires (vide = inchangé) : '.
1 demande-destination.
    2 LINE 14 COL 10 VALUE 'Destination (vide = inchangée) : '.
1 demande-confirmation.
    2 LINE 16 COL 10 VALUE 'Confirmer (O/N) : '.
1 entete-file.
    2 BLANK SCREEN.
    2 LINE 1 COL 1 VALUE 'FILE D''IMPRESSION - ENTREES '.
    2 PIC X(3) FROM page-debut-edite.
    2 VALUE ' A '.
    2 PIC X(3) FROM page-fin-edite.
    2 VALUE ' SUR '.
    2 PIC X(3) FROM compteur-edite.
    2 LINE 3 COL 1 VALUE 'NUMERO DATE     PROGRAMME      ETAT                 PAGES EX DEST     STATUT'.
1 affiche-ligne-file.
    2 LINE ligneEcranFile COL 1.
    2 PIC X(78) FROM ligneFile.
1 demande-commande.
    2 LINE 17 COL 1 VALUE 'S=suivante P=précédente Q=retour : '.
1 demande-retour.
    2 LINE 22 COL 10 VALUE 'Appuyer sur Entrée pour revenir : '.
1 affiche-erreur.
    2 LINE 21 COL 10.
    2 PIC X(60) FROM messageErreur.

PROCEDURE DIVISION.

TRAITEMENT-PRINCIPAL.
    MOVE 'GESTIMPRESSION' TO errlog-programme.
    MOVE 'GESTIMPRESSION' TO nomVerrou.
    MOVE 'I' TO modeVerrouDemande.
    PERFORM PRENDRE-VERROU.
    IF verrouObtenu = 'N'
        DISPLAY 'GESTIMPRESSION déjà en cours, démarrage refusé (voir ERRLOG.DAT).'
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM SIGNON-OPERATEUR.
    IF operateurValide = 'Y'
        MOVE 'GESTIMPRESSION' TO programmeDemande
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
        DISPLAY menu-impression
        ACCEPT choix
            ON EXCEPTION
                MOVE 'GESTIMPRESSION' TO errlog-programme
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
                    PERFORM CONSULTER-FILE
                END-IF
            WHEN '2'
                MOVE 'LIBERATION' TO actionDemandee
                PERFORM CONTROLER-PERMISSION
                IF permissionAccordee = 'Y'
                    MOVE 'L' TO actionFile
                    MOVE 'Libération d''un état' TO titreAction
                    PERFORM TRAITER-ENTREE-FILE
                END-IF
            WHEN '3'
                MOVE 'REIMPRESSION' TO actionDemandee
                PERFORM CONTROLER-PERMISSION
                IF permissionAccordee = 'Y'
                    MOVE 'R' TO actionFile
                    MOVE 'Réimpression d''un état' TO titreAction
                    PERFORM TRAITER-ENTREE-FILE
                END-IF
            WHEN '4'
                MOVE 'ANNULATION' TO actionDemandee
                PERFORM CONTROLER-PERMISSION
                IF permissionAccordee = 'Y'
                    MOVE 'X' TO actionFile
                    MOVE 'Annulation d''un état' TO titreAction
                    PERFORM TRAITER-ENTREE-FILE
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

*> Consultation : les entrées du statut demandé, dans l'ordre de mise
*> en file, parcourues page par page.
CONSULTER-FILE.
    MOVE 'Y' TO saisieValide.
    MOVE 'Consultation de la file d''impression' TO titreAction.
    DISPLAY entete-action.
    DISPLAY demande-statut.
    MOVE SPACE TO saisieStatut.
    ACCEPT saisieStatut.
    EVALUATE saisieStatut
        WHEN SPACE
            MOVE SPACE TO statutFiltre
        WHEN 'A' WHEN 'a'
            MOVE 'A' TO statutFiltre
        WHEN 'L' WHEN 'l'
            MOVE 'L' TO statutFiltre
        WHEN 'X' WHEN 'x'
            MOVE 'X' TO statutFiltre
        WHEN OTHER
            MOVE 'Statut invalide : A, L, X ou vide.' TO messageErreur
            PERFORM SIGNALER-ERREUR-FILE
    END-EVALUATE.
    IF saisieValide = 'Y'
        PERFORM CHARGER-FILE
        IF nbEntreesFile = 0
            MOVE 'Aucune entrée dans la file pour ce statut.' TO messageErreur
            DISPLAY affiche-erreur
            DISPLAY demande-retour
            ACCEPT reponseRetour
        ELSE
            MOVE 1 TO premiereLignePage
            PERFORM PARCOURIR-FILE
        END-IF
    END-IF.

CHARGER-FILE.
    MOVE 0 TO nbEntreesFile.
    MOVE 'N' TO selectionTronquee.
    OPEN INPUT fichier-impression.
    MOVE 'N' TO finFichierImpression.
    PERFORM UNTIL finFichierImpression = 'Y'
        READ fichier-impression
            AT END MOVE 'Y' TO finFichierImpression
            NOT AT END
                IF statutFiltre = SPACE OR imp-statut = statutFiltre
                    IF nbEntreesFile < nbEntreesFileMax
                        ADD 1 TO nbEntreesFile
                        MOVE enr-impression TO entreeListee(nbEntreesFile)
                    ELSE
                        MOVE 'Y' TO selectionTronquee
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE fichier-impression.
    IF selectionTronquee = 'Y'
        MOVE 'Plus de 500 entrées : seules les 500 premières.' TO messageErreur
        DISPLAY affiche-erreur
    END-IF.

PARCOURIR-FILE.
    MOVE 'N' TO parcoursTermine.
    PERFORM UNTIL parcoursTermine = 'Y'
        PERFORM AFFICHER-PAGE-FILE
        DISPLAY demande-commande
        MOVE SPACE TO commandeNavigation
        ACCEPT commandeNavigation
            ON EXCEPTION
                MOVE 'Q' TO commandeNavigation
        END-ACCEPT
        EVALUATE commandeNavigation
            WHEN 'S' WHEN 's'
                IF premiereLignePage + nbLignesPage > nbEntreesFile
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

AFFICHER-PAGE-FILE.
    COMPUTE derniereLignePage = premiereLignePage + nbLignesPage - 1.
    IF derniereLignePage > nbEntreesFile
        MOVE nbEntreesFile TO derniereLignePage
    END-IF.
    MOVE premiereLignePage TO page-debut-edite.
    MOVE derniereLignePage TO page-fin-edite.
    MOVE nbEntreesFile TO compteur-edite.
    DISPLAY entete-file.
    MOVE 4 TO ligneEcranFile.
    PERFORM VARYING indiceEntree FROM premiereLignePage BY 1
            UNTIL indiceEntree > derniereLignePage
        MOVE entreeListee(indiceEntree) TO entreeFile
        PERFORM PREPARER-ENTREE-AFFICHEE
        MOVE SPACES TO ligneFile
        STRING numero-edite
            ' ' efl-date
            ' ' efl-programme(1:14)
            ' ' efl-fichier(1:20)
            ' ' pages-editees
            ' ' copies-editees
            ' ' efl-destination
            ' ' libelleStatut
            DELIMITED BY SIZE INTO ligneFile
        DISPLAY affiche-ligne-file
        ADD 1 TO ligneEcranFile
    END-PERFORM.

PREPARER-ENTREE-AFFICHEE.
    MOVE efl-numero TO numero-edite.
    MOVE efl-pages TO pages-editees.
    MOVE efl-copies TO copies-editees.
    MOVE efl-nb-sorties TO sorties-editees.
    EVALUATE efl-statut
        WHEN 'A' MOVE 'ATTENTE' TO libelleStatut
        WHEN 'L' MOVE 'LIBERE' TO libelleStatut
        WHEN 'X' MOVE 'ANNULE' TO libelleStatut
        WHEN OTHER MOVE 'INCONNU' TO libelleStatut
    END-EVALUATE.

*> Libération (L) et annulation (X) ne portent que sur une entrée en
*> attente, la réimpression (R) que sur une entrée déjà libérée.
*> L'état d'une entrée remplacé sur disque par un run plus récent du
*> même programme ne peut plus être sorti : c'est l'entrée la plus
*> récente qu'il faut libérer.
TRAITER-ENTREE-FILE.
    MOVE 'Y' TO saisieValide.
    DISPLAY entete-action.
    DISPLAY demande-numero.
    MOVE SPACES TO saisieNumero.
    ACCEPT saisieNumero.
    MOVE FUNCTION TRIM(saisieNumero) TO numeroJustifie.
    INSPECT numeroJustifie REPLACING LEADING SPACE BY ZERO.
    IF numeroJustifie NOT NUMERIC OR numeroJustifie = '000000'
        MOVE 'Numéro d''entrée invalide.' TO messageErreur
        PERFORM SIGNALER-ERREUR-FILE
    ELSE
        MOVE numeroJustifie TO numeroDemande
        PERFORM CHERCHER-ENTREE-FILE
        PERFORM CONTROLER-ENTREE-FILE
    END-IF.
    IF saisieValide = 'Y'
        PERFORM PREPARER-ENTREE-AFFICHEE
        DISPLAY affiche-entree
        MOVE efl-copies TO copiesDemandees
        MOVE efl-destination TO destinationDemandee
        IF actionFile NOT = 'X'
            PERFORM SAISIR-SORTIE-ETAT
        END-IF
    END-IF.
    IF saisieValide = 'Y'
        DISPLAY demande-confirmation
        MOVE SPACE TO reponseConfirmation
        ACCEPT reponseConfirmation
        IF reponseConfirmation = 'O' OR reponseConfirmation = 'o'
            PERFORM EXECUTER-ACTION-FILE
        ELSE
            MOVE 'Action abandonnée, la file est inchangée.' TO messageErreur
            DISPLAY affiche-erreur
        END-IF
        DISPLAY demande-retour
        ACCEPT reponseRetour
    END-IF.

CHERCHER-ENTREE-FILE.
    MOVE 'N' TO entreeTrouvee.
    MOVE 'N' TO entreeRemplacee.
    MOVE 0 TO numeroRemplacant.
    OPEN INPUT fichier-impression.
    MOVE 'N' TO finFichierImpression.
    PERFORM UNTIL finFichierImpression = 'Y'
        READ fichier-impression
            AT END MOVE 'Y' TO finFichierImpression
            NOT AT END
                IF entreeTrouvee = 'N'
                    IF imp-numero = numeroDemande
                        MOVE 'Y' TO entreeTrouvee
                        MOVE enr-impression TO entreeFile
                    END-IF
                ELSE
                    IF imp-fichier = efl-fichier
                        MOVE 'Y' TO entreeRemplacee
                        MOVE imp-numero TO numeroRemplacant
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE fichier-impression.

CONTROLER-ENTREE-FILE.
    EVALUATE TRUE
        WHEN entreeTrouvee = 'N'
            MOVE 'Entrée inconnue dans la file d''impression.' TO messageErreur
            PERFORM SIGNALER-ERREUR-FILE
        WHEN actionFile NOT = 'R' AND efl-statut NOT = 'A'
            MOVE 'Entrée déjà libérée ou annulée.' TO messageErreur
            PERFORM SIGNALER-ERREUR-FILE
        WHEN actionFile = 'R' AND efl-statut NOT = 'L'
            MOVE 'Seul un état déjà libéré peut être réimprimé.' TO messageErreur
            PERFORM SIGNALER-ERREUR-FILE
        WHEN actionFile NOT = 'X' AND entreeRemplacee = 'Y'
            MOVE numeroRemplacant TO numero-edite
            MOVE SPACES TO messageErreur
            STRING 'Etat remplacé sur disque par l''entrée ' numero-edite
                DELIMITED BY SIZE INTO messageErreur
            PERFORM SIGNALER-ERREUR-FILE
    END-EVALUATE.

SAISIR-SORTIE-ETAT.
    DISPLAY demande-copies.
    MOVE SPACES TO saisieCopies.
    ACCEPT saisieCopies.
    IF saisieCopies NOT = SPACES
        MOVE FUNCTION TRIM(saisieCopies) TO copiesJustifiees
        INSPECT copiesJustifiees REPLACING LEADING SPACE BY ZERO
        IF copiesJustifiees NOT NUMERIC OR copiesJustifiees = '00'
            MOVE 'Nombre d''exemplaires invalide : 1 à 99.' TO messageErreur
            PERFORM SIGNALER-ERREUR-FILE
        ELSE
            MOVE copiesJustifiees TO copiesDemandees
        END-IF
    END-IF.
    IF saisieValide = 'Y'
        DISPLAY demande-destination
        MOVE SPACES TO saisieDestination
        ACCEPT saisieDestination
        IF saisieDestination NOT = SPACES
            MOVE FUNCTION TRIM(saisieDestination) TO destinationDemandee
            INSPECT destinationDemandee
                CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                        TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
        END-IF
    END-IF.

*> Libération et réimpression recopient l'état, en autant
*> d'exemplaires que demandé, à la fin du spool de la destination
*> SPOOL.<destination> ; l'entrée n'est mise à jour que si la copie a
*> réussi. Chaque sortie est inscrite au catalogue des runs.
EXECUTER-ACTION-FILE.
    IF actionFile = 'X'
        MOVE 'Y' TO spoolReussi
    ELSE
        PERFORM ENVOYER-ETAT-SPOOL
    END-IF.
    IF spoolReussi = 'Y'
        MOVE FUNCTION CURRENT-DATE(1:8) TO efl-date-action
        MOVE FUNCTION CURRENT-DATE(9:6) TO efl-heure-action
        MOVE codeOperateur TO efl-operateur-action
        IF actionFile = 'X'
            MOVE 'X' TO efl-statut
            MOVE 'Entrée annulée, l''état ne sera pas imprimé.' TO messageErreur
        ELSE
            MOVE 'L' TO efl-statut
            MOVE copiesDemandees TO efl-copies
            MOVE destinationDemandee TO efl-destination
            IF efl-nb-sorties < 999
                ADD 1 TO efl-nb-sorties
            END-IF
            MOVE SPACES TO messageErreur
            STRING 'Etat envoyé vers ' nomFichierSpool
                DELIMITED BY SIZE INTO messageErreur
        END-IF
        PERFORM REECRIRE-FILE-IMPRESSION
        DISPLAY affiche-erreur
    END-IF.

ENVOYER-ETAT-SPOOL.
    MOVE 'N' TO spoolReussi.
    MOVE 0 TO nbLignesSpoolees.
    MOVE efl-fichier TO etatNomFichier.
    MOVE SPACES TO nomFichierSpool.
    STRING 'SPOOL.' DELIMITED BY SIZE
        destinationDemandee DELIMITED BY SPACE
        INTO nomFichierSpool.
    OPEN INPUT fichier-etat.
    IF statutEtat NOT = '00'
        CLOSE fichier-etat
        MOVE SPACES TO messageErreur
        STRING 'Etat absent du disque : ' etatNomFichier
            DELIMITED BY SIZE INTO messageErreur
        PERFORM SIGNALER-ERREUR-FILE
    ELSE
        CLOSE fichier-etat
        OPEN EXTEND fichier-spool
        IF statutSpool NOT = '00' AND statutSpool NOT = '05'
            MOVE SPACES TO messageErreur
            STRING 'Ouverture impossible du spool ' nomFichierSpool
                DELIMITED BY SIZE INTO messageErreur
            PERFORM SIGNALER-ERREUR-FILE
        ELSE
            PERFORM VARYING indiceCopie FROM 1 BY 1
                    UNTIL indiceCopie > copiesDemandees
                PERFORM COPIER-ETAT-SPOOL
            END-PERFORM
            MOVE 'Y' TO spoolReussi
        END-IF
        CLOSE fichier-spool
    END-IF.
    IF spoolReussi = 'Y'
        MOVE 'GESTIMPRESSION' TO cat-programme
        MOVE 'FILEIMPRESSION.DAT' TO cat-fichier-entree
        MOVE nomFichierSpool TO cat-fichier-sortie
        MOVE nbLignesSpoolees TO cat-enregistrements
        MOVE 0 TO cat-rejets
        MOVE 'OK' TO cat-resultat
        PERFORM ECRITURE-CATALOGUE
    END-IF.

COPIER-ETAT-SPOOL.
    OPEN INPUT fichier-etat.
    MOVE 'N' TO etatFinFichier.
    PERFORM UNTIL etatFinFichier = 'Y'
        READ fichier-etat
            AT END MOVE 'Y' TO etatFinFichier
            NOT AT END
                WRITE enr-spool FROM enr-etat
                ADD 1 TO nbLignesSpoolees
        END-READ
    END-PERFORM.
    CLOSE fichier-etat.

REECRIRE-FILE-IMPRESSION.
    OPEN INPUT fichier-impression.
    OPEN OUTPUT fichier-impression-neuf.
    MOVE 'N' TO finFichierImpression.
    PERFORM UNTIL finFichierImpression = 'Y'
        READ fichier-impression
            AT END MOVE 'Y' TO finFichierImpression
            NOT AT END
                IF imp-numero = efl-numero
                    WRITE enr-impression-neuf FROM entreeFile
                ELSE
                    WRITE enr-impression-neuf FROM enr-impression
                END-IF
        END-READ
    END-PERFORM.
    CLOSE fichier-impression.
    CLOSE fichier-impression-neuf.
    OPEN INPUT fichier-impression-neuf.
    OPEN OUTPUT fichier-impression.
    MOVE 'N' TO finFichierImpression.
    PERFORM UNTIL finFichierImpression = 'Y'
        READ fichier-impression-neuf
            AT END MOVE 'Y' TO finFichierImpression
            NOT AT END WRITE enr-impression FROM enr-impression-neuf
        END-READ
    END-PERFORM.
    CLOSE fichier-impression-neuf.
    CLOSE fichier-impression.

SIGNALER-ERREUR-FILE.
    MOVE 'N' TO saisieValide.
    DISPLAY affiche-erreur.
    ADD 1 TO nbEchecsSaisie.
    MOVE 'GESTIMPRESSION' TO errlog-programme.
    MOVE 'GESTION-FILE' TO errlog-paragraphe.
    MOVE messageErreur TO errlog-message.
    PERFORM ECRITURE-ERRLOG.

COPY "catalogue-write.cpy".

COPY "signon.cpy".

COPY "permission-controle.cpy".

COPY "verrou-prise.cpy".

COPY "errlog-write.cpy".
