IDENTIFICATION DIVISION.
PROGRAM-ID. CONSULTAUDIT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "audit-select.cpy".
    SELECT OPTIONAL fichier-extrait-audit
        ASSIGN TO DYNAMIC nomFichierExtrait
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS statutExtrait.
    COPY "catalogue-select.cpy".
    COPY "operateurs-select.cpy".
    COPY "permissions-select.cpy".
    COPY "verrou-select.cpy".
    COPY "errlog-select.cpy".
    COPY "etat-select.cpy".
DATA DIVISION.
FILE SECTION.
COPY "audit-fd.cpy".
FD fichier-extrait-audit.
01 enr-extrait-audit PIC X(200).
COPY "catalogue-fd.cpy".
COPY "operateurs-fd.cpy".
COPY "permissions-fd.cpy".
COPY "verrou-fd.cpy".
COPY "errlog-fd.cpy".
COPY "etat-fd.cpy".
WORKING-STORAGE SECTION.
       COPY "errlog-ws.cpy".
       COPY "etat-ws.cpy".
       COPY "verrou-ws.cpy".
       COPY "signon-ws.cpy".
       77 choix PIC X(1).
       77 menuTermine PIC X(1) VALUE 'N'.
       77 nbEchecsSaisie PIC 9(2) VALUE 0.
       77 nbEchecsSaisieMax PIC 9(2) VALUE 5.
       77 messageErreur PIC X(60).
       77 saisieValide PIC X(1).
       77 reponseRetour PIC X(1).
       77 saisieDateDebut PIC X(8).
       77 saisieDateFin PIC X(8).
       77 saisieHeureDebut PIC X(6).
       77 saisieHeureFin PIC X(6).
       77 saisieOperation PIC X(1).
       77 saisieValeur PIC X(10).
       77 saisieDepassement PIC X(1).
       77 dateJustifiee PIC X(8) JUSTIFIED RIGHT.
       77 heureJustifiee PIC X(6) JUSTIFIED RIGHT.
       77 dateDebutFiltre PIC 9(8) VALUE 0.
       77 dateFinFiltre PIC 9(8) VALUE 99999999.
       77 heureDebutFiltre PIC 9(6) VALUE 0.
       77 heureFinFiltre PIC 9(6) VALUE 235959.
       77 horodatageDebut PIC 9(14).
       77 horodatageFin PIC 9(14).
       77 horodatageAudit PIC 9(14).
       77 operationFiltre PIC X(1) VALUE SPACE.
       77 valeurFiltree PIC X(1) VALUE 'N'.
       77 valeurNumval PIC S9(8)V99.
       77 valeurFiltre PIC S9(6)V99 VALUE 0.
       77 depassementFiltre PIC X(1) VALUE SPACE.
       77 finFichierAudit PIC X(1).
       77 nbAuditsLus PIC 9(7) VALUE 0.
       77 nbAuditsIgnores PIC 9(7) VALUE 0.
       77 selectionTronquee PIC X(1) VALUE 'N'.
       77 selectionFaite PIC X(1) VALUE 'N'.
       77 parcoursTermine PIC X(1).
       77 commandeNavigation PIC X(2).
       77 commandeJustifiee PIC X(2) JUSTIFIED RIGHT.
       77 numeroLignePage PIC 9(2).
       77 premiereLignePage PIC 9(4) VALUE 1.
       77 derniereLignePage PIC 9(4).
       77 nbLignesPage PIC 9(2) VALUE 10.
       77 indiceSelection PIC 9(4).
       77 numeroAffiche PIC Z9.
       77 ligneEcranAudit PIC 9(2).
       77 ligneAudit PIC X(78).
       77 ligneExtrait PIC X(200).
       77 compteur-edite PIC ZZZZZZ9.
       77 page-debut-edite PIC ZZZ9.
       77 page-fin-edite PIC ZZZ9.
       77 nomFichierExtrait PIC X(24).
       77 statutExtrait PIC XX.
       77 horodatageExtrait PIC X(14).
       77 val1-edite PIC -(6)9.99.
       77 val2-edite PIC -(6)9.99.
       77 res-edite PIC -(6)9.99.
       77 libelleOperation PIC X(14).
       77 versionTauxAffichee PIC X(8).
       77 critereValeurAffiche PIC X(10).

       01 tableSelections.
          05 nbSelections PIC 9(4) VALUE 0.
          05 nbSelectionsMax PIC 9(4) VALUE 1000.
          05 selectionAudit OCCURS 1000.
             10 sel-numero PIC 9(7).
             10 sel-enregistrement PIC X(53).

       01 auditSelectionne.
          05 asl-numero PIC 9(7).
          05 asl-enregistrement PIC X(53).
          05 FILLER REDEFINES asl-enregistrement.
             10 asl-date PIC 9(8).
             10 asl-heure PIC 9(6).
             10 asl-operation PIC 9(1).
             10 asl-valeur1 PIC S9(6)V99.
             10 asl-valeur2 PIC S9(6)V99.
             10 asl-resultat PIC S9(6)V99.
             10 asl-depassement PIC X(1).
             10 asl-code-taux PIC X(5).
             10 asl-date-taux PIC X(8).

SCREEN SECTION.
1 menu-audit.
    2 BLANK SCREEN.
    2 LINE 2 COL 10 VALUE 'Consultation du journal d''audit CALCULPRODUIT'.
    2 LINE 4 COL 10 VALUE '1. Nouvelle recherche'.
    2 LINE 5 COL 10 VALUE '2. Reprendre la dernière sélection'.
    2 LINE 6 COL 10 VALUE '3. Imprimer la dernière sélection'.
    2 LINE 7 COL 10 VALUE '0. Quitter'.
    2 LINE 9 COL 10 VALUE 'Votre choix : '.
1 entete-criteres.
    2 BLANK SCREEN.
    2 LINE 2 COL 10 VALUE 'Critères de recherche (vide = sans filtre)'.
1 demande-date-debut.
    2 LINE 4 COL 10 VALUE 'Date de début (AAAAMMJJ) : '.
1 demande-heure-debut.
    2 LINE 5 COL 10 VALUE 'Heure de début (HHMMSS) : '.
1 demande-date-fin.
    2 LINE 6 COL 10 VALUE 'Date de fin (AAAAMMJJ) : '.
1 demande-heure-fin.
    2 LINE 7 COL 10 VALUE 'Heure de fin (HHMMSS) : '.
1 demande-operation.
    2 LINE 8 COL 10 VALUE 'Opération (1=+ 2=- 3=x 4=/) : '.
1 demande-valeur.
    2 LINE 9 COL 10 VALUE 'Valeur d''opérande ou de résultat : '.
1 demande-depassement.
    2 LINE 10 COL 10 VALUE 'Dépassement (O/N) : '.
1 entete-selections.
    2 BLANK SCREEN.
    2 LINE 1 COL 1 VALUE 'JOURNAL D''AUDIT CALCULPRODUIT - SELECTIONS '.
    2 PIC X(4) FROM page-debut-edite.
    2 VALUE ' A '.
    2 PIC X(4) FROM page-fin-edite.
    2 VALUE ' SUR '.
    2 PIC X(7) FROM compteur-edite.
    2 LINE 3 COL 1 VALUE 'NO DATE     HEURE  OP   VALEUR1    VALEUR2   RESULTAT DEP TAUX'.
1 affiche-ligne-audit.
    2 LINE ligneEcranAudit COL 1.
    2 PIC X(78) FROM ligneAudit.
1 demande-commande.
    2 LINE 17 COL 1 VALUE 'S=suivante P=précédente 1-10=détail I=imprimer Q=retour : '.
1 affiche-detail-audit.
    2 BLANK SCREEN.
    2 LINE 2 COL 10 VALUE 'Enregistrement d''audit numéro '.
    2 PIC 9(7) FROM asl-numero.
    2 LINE 4 COL 10 VALUE 'Date : '.
    2 PIC 9(8) FROM asl-date.
    2 LINE 5 COL 10 VALUE 'Heure : '.
    2 PIC 9(6) FROM asl-heure.
    2 LINE 6 COL 10 VALUE 'Opération : '.
    2 PIC X(14) FROM libelleOperation.
    2 LINE 7 COL 10 VALUE 'Valeur 1 : '.
    2 PIC X(10) FROM val1-edite.
    2 LINE 8 COL 10 VALUE 'Valeur 2 : '.
    2 PIC X(10) FROM val2-edite.
    2 LINE 9 COL 10 VALUE 'Résultat : '.
    2 PIC X(10) FROM res-edite.
    2 LINE 10 COL 10 VALUE 'Dépassement : '.
    2 PIC X(1) FROM asl-depassement.
    2 LINE 11 COL 10 VALUE 'Taux appliqué : '.
    2 PIC X(5) FROM asl-code-taux.
    2 LINE 12 COL 10 VALUE 'Version du taux : '.
    2 PIC X(8) FROM versionTauxAffichee.
1 demande-retour.
    2 LINE 22 COL 10 VALUE 'Appuyer sur Entrée pour revenir : '.
1 affiche-erreur.
    2 LINE 21 COL 10.
    2 PIC X(60) FROM messageErreur.

PROCEDURE DIVISION.

TRAITEMENT-PRINCIPAL.
    MOVE 'CONSULTAUDIT' TO errlog-programme.
    MOVE 'CONSULTAUDIT' TO nomVerrou.
    MOVE 'I' TO modeVerrouDemande.
    PERFORM PRENDRE-VERROU.
    IF verrouObtenu = 'N'
        DISPLAY 'CONSULTAUDIT déjà en cours, démarrage refusé (voir ERRLOG.DAT).'
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM SIGNON-OPERATEUR.
    IF operateurValide = 'Y'
        MOVE 'CONSULTAUDIT' TO programmeDemande
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
        DISPLAY menu-audit
        ACCEPT choix
            ON EXCEPTION
                MOVE 'CONSULTAUDIT' TO errlog-programme
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
                    PERFORM RECHERCHER-AUDIT
                END-IF
            WHEN '2'
                MOVE 'CONSULTATION' TO actionDemandee
                PERFORM CONTROLER-PERMISSION
                IF permissionAccordee = 'Y'
                    PERFORM REPRENDRE-SELECTION
                END-IF
            WHEN '3'
                PERFORM IMPRIMER-SELECTION
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

*> Recherche : saisie des critères, sélection des enregistrements du
*> journal qui les vérifient tous, puis parcours page par page.
RECHERCHER-AUDIT.
    PERFORM SAISIR-CRITERES.
    IF saisieValide = 'Y'
        PERFORM SELECTIONNER-AUDIT
        IF nbSelections = 0
            MOVE 'Aucun enregistrement ne correspond aux critères.' TO messageErreur
            DISPLAY affiche-erreur
            DISPLAY demande-retour
            ACCEPT reponseRetour
        ELSE
            MOVE 1 TO premiereLignePage
            PERFORM PARCOURIR-SELECTIONS
        END-IF
    END-IF.

REPRENDRE-SELECTION.
    IF selectionFaite = 'N' OR nbSelections = 0
        MOVE 'Aucune sélection en cours : faire d''abord une recherche.' TO messageErreur
        PERFORM SIGNALER-ERREUR-AUDIT
    ELSE
        PERFORM PARCOURIR-SELECTIONS
    END-IF.

SAISIR-CRITERES.
    MOVE 'N' TO saisieValide.
    DISPLAY entete-criteres.
    DISPLAY demande-date-debut.
    ACCEPT saisieDateDebut.
    DISPLAY demande-heure-debut.
    ACCEPT saisieHeureDebut.
    DISPLAY demande-date-fin.
    ACCEPT saisieDateFin.
    DISPLAY demande-heure-fin.
    ACCEPT saisieHeureFin.
    DISPLAY demande-operation.
    ACCEPT saisieOperation.
    DISPLAY demande-valeur.
    ACCEPT saisieValeur.
    DISPLAY demande-depassement.
    ACCEPT saisieDepassement.
    MOVE 'Y' TO saisieValide.
    PERFORM CONTROLER-CRITERES-DATES.
    IF saisieValide = 'Y'
        PERFORM CONTROLER-CRITERES-VALEURS
    END-IF.

*> Sans date de début la sélection part du début du journal, sans date
*> de fin elle va jusqu'au bout ; les heures bornent le premier et le
*> dernier jour de la plage.
CONTROLER-CRITERES-DATES.
    MOVE 0 TO dateDebutFiltre.
    MOVE 99999999 TO dateFinFiltre.
    MOVE 0 TO heureDebutFiltre.
    MOVE 235959 TO heureFinFiltre.
    IF saisieDateDebut NOT = SPACES
        MOVE FUNCTION TRIM(saisieDateDebut) TO dateJustifiee
        IF dateJustifiee NOT NUMERIC
            MOVE 'Date de début invalide (AAAAMMJJ attendu).' TO messageErreur
            PERFORM SIGNALER-ERREUR-AUDIT
        ELSE
            MOVE dateJustifiee TO dateDebutFiltre
            IF FUNCTION TEST-DATE-YYYYMMDD(dateDebutFiltre) NOT = 0
                MOVE 'Date de début invalide (AAAAMMJJ attendu).' TO messageErreur
                PERFORM SIGNALER-ERREUR-AUDIT
            END-IF
        END-IF
    END-IF.
    IF saisieValide = 'Y' AND saisieDateFin NOT = SPACES
        MOVE FUNCTION TRIM(saisieDateFin) TO dateJustifiee
        IF dateJustifiee NOT NUMERIC
            MOVE 'Date de fin invalide (AAAAMMJJ attendu).' TO messageErreur
            PERFORM SIGNALER-ERREUR-AUDIT
        ELSE
            MOVE dateJustifiee TO dateFinFiltre
            IF FUNCTION TEST-DATE-YYYYMMDD(dateFinFiltre) NOT = 0
                MOVE 'Date de fin invalide (AAAAMMJJ attendu).' TO messageErreur
                PERFORM SIGNALER-ERREUR-AUDIT
            END-IF
        END-IF
    END-IF.
    IF saisieValide = 'Y' AND saisieHeureDebut NOT = SPACES
        MOVE FUNCTION TRIM(saisieHeureDebut) TO heureJustifiee
        INSPECT heureJustifiee REPLACING LEADING SPACE BY ZERO
        IF heureJustifiee NOT NUMERIC
           OR heureJustifiee(1:2) > '23'
           OR heureJustifiee(3:2) > '59'
           OR heureJustifiee(5:2) > '59'
            MOVE 'Heure de début invalide (HHMMSS attendu).' TO messageErreur
            PERFORM SIGNALER-ERREUR-AUDIT
        ELSE
            MOVE heureJustifiee TO heureDebutFiltre
        END-IF
    END-IF.
    IF saisieValide = 'Y' AND saisieHeureFin NOT = SPACES
        MOVE FUNCTION TRIM(saisieHeureFin) TO heureJustifiee
        INSPECT heureJustifiee REPLACING LEADING SPACE BY ZERO
        IF heureJustifiee NOT NUMERIC
           OR heureJustifiee(1:2) > '23'
           OR heureJustifiee(3:2) > '59'
           OR heureJustifiee(5:2) > '59'
            MOVE 'Heure de fin invalide (HHMMSS attendu).' TO messageErreur
            PERFORM SIGNALER-ERREUR-AUDIT
        ELSE
            MOVE heureJustifiee TO heureFinFiltre
        END-IF
    END-IF.
    IF saisieValide = 'Y'
        COMPUTE horodatageDebut = dateDebutFiltre * 1000000
            + heureDebutFiltre
        COMPUTE horodatageFin = dateFinFiltre * 1000000
            + heureFinFiltre
        IF horodatageDebut > horodatageFin
            MOVE 'Début de plage postérieur à la fin, recherche refusée.' TO messageErreur
            PERFORM SIGNALER-ERREUR-AUDIT
        END-IF
    END-IF.

CONTROLER-CRITERES-VALEURS.
    MOVE SPACE TO operationFiltre.
    MOVE 'N' TO valeurFiltree.
    MOVE 0 TO valeurFiltre.
    MOVE SPACE TO depassementFiltre.
    IF saisieOperation NOT = SPACE
        IF saisieOperation >= '1' AND saisieOperation <= '4'
            MOVE saisieOperation TO operationFiltre
        ELSE
            MOVE 'Opération invalide : 1, 2, 3, 4 ou vide.' TO messageErreur
            PERFORM SIGNALER-ERREUR-AUDIT
        END-IF
    END-IF.
    IF saisieValide = 'Y' AND saisieValeur NOT = SPACES
        IF FUNCTION TEST-NUMVAL(saisieValeur) NOT = 0
            MOVE 'Valeur non numérique : nombre signé à 2 décimales attendu.' TO messageErreur
            PERFORM SIGNALER-ERREUR-AUDIT
        ELSE
            COMPUTE valeurNumval = FUNCTION NUMVAL(saisieValeur)
            IF valeurNumval > 999999.99 OR valeurNumval < -999999.99
                MOVE 'Valeur hors limites : entre -999999.99 et 999999.99.' TO messageErreur
                PERFORM SIGNALER-ERREUR-AUDIT
            ELSE
                MOVE valeurNumval TO valeurFiltre
                MOVE 'Y' TO valeurFiltree
            END-IF
        END-IF
    END-IF.
    IF saisieValide = 'Y' AND saisieDepassement NOT = SPACE
        EVALUATE saisieDepassement
            WHEN 'O' WHEN 'o' WHEN 'Y' WHEN 'y'
                MOVE 'Y' TO depassementFiltre
            WHEN 'N' WHEN 'n'
                MOVE 'N' TO depassementFiltre
            WHEN OTHER
                MOVE 'Dépassement : O, N ou vide.' TO messageErreur
                PERFORM SIGNALER-ERREUR-AUDIT
        END-EVALUATE
    END-IF.

*> Les enregistrements illisibles du journal sont comptés et ignorés,
*> comme dans l'export CSV ; au-delà de la table, la sélection est
*> tronquée et l'opérateur invité à affiner ses critères.
SELECTIONNER-AUDIT.
    MOVE 0 TO nbSelections.
    MOVE 0 TO nbAuditsLus.
    MOVE 0 TO nbAuditsIgnores.
    MOVE 'N' TO selectionTronquee.
    OPEN INPUT fichier-audit.
    MOVE 'N' TO finFichierAudit.
    PERFORM UNTIL finFichierAudit = 'Y'
        READ fichier-audit
            AT END MOVE 'Y' TO finFichierAudit
            NOT AT END PERFORM FILTRER-AUDIT
        END-READ
    END-PERFORM.
    CLOSE fichier-audit.
    MOVE 'Y' TO selectionFaite.
    IF selectionTronquee = 'Y'
        MOVE 'Plus de 1000 enregistrements : seuls les 1000 premiers.' TO messageErreur
        DISPLAY affiche-erreur
    END-IF.

FILTRER-AUDIT.
    ADD 1 TO nbAuditsLus.
    IF audit-date NOT NUMERIC
       OR audit-heure NOT NUMERIC
       OR audit-operation NOT NUMERIC
       OR audit-valeur1 NOT NUMERIC
       OR audit-valeur2 NOT NUMERIC
       OR audit-resultat NOT NUMERIC
        ADD 1 TO nbAuditsIgnores
    ELSE
        COMPUTE horodatageAudit = audit-date * 1000000 + audit-heure
        IF horodatageAudit >= horodatageDebut
           AND horodatageAudit <= horodatageFin
           AND (operationFiltre = SPACE
                OR audit-operation = operationFiltre)
           AND (depassementFiltre = SPACE
                OR audit-depassement = depassementFiltre)
           AND (valeurFiltree = 'N'
                OR audit-valeur1 = valeurFiltre
                OR audit-valeur2 = valeurFiltre
                OR audit-resultat = valeurFiltre)
            PERFORM RANGER-SELECTION
        END-IF
    END-IF.

RANGER-SELECTION.
    IF nbSelections < nbSelectionsMax
        ADD 1 TO nbSelections
        MOVE nbAuditsLus TO sel-numero(nbSelections)
        MOVE enr-audit TO sel-enregistrement(nbSelections)
    ELSE
        MOVE 'Y' TO selectionTronquee
    END-IF.

PARCOURIR-SELECTIONS.
    MOVE 'N' TO parcoursTermine.
    PERFORM UNTIL parcoursTermine = 'Y'
                  OR nbEchecsSaisie >= nbEchecsSaisieMax
        PERFORM AFFICHER-PAGE-SELECTIONS
        DISPLAY demande-commande
        MOVE SPACES TO commandeNavigation
        ACCEPT commandeNavigation
            ON EXCEPTION
                MOVE 'Q' TO commandeNavigation
        END-ACCEPT
        PERFORM TRAITER-COMMANDE-NAVIGATION
    END-PERFORM.

AFFICHER-PAGE-SELECTIONS.
    COMPUTE derniereLignePage = premiereLignePage + nbLignesPage - 1.
    IF derniereLignePage > nbSelections
        MOVE nbSelections TO derniereLignePage
    END-IF.
    MOVE premiereLignePage TO page-debut-edite.
    MOVE derniereLignePage TO page-fin-edite.
    MOVE nbSelections TO compteur-edite.
    DISPLAY entete-selections.
    MOVE 4 TO ligneEcranAudit.
    MOVE 0 TO numeroLignePage.
    PERFORM VARYING indiceSelection FROM premiereLignePage BY 1
            UNTIL indiceSelection > derniereLignePage
        ADD 1 TO numeroLignePage
        PERFORM PRESENTER-LIGNE-AUDIT
        ADD 1 TO ligneEcranAudit
    END-PERFORM.

PRESENTER-LIGNE-AUDIT.
    MOVE sel-numero(indiceSelection) TO asl-numero.
    MOVE sel-enregistrement(indiceSelection) TO asl-enregistrement.
    PERFORM PREPARER-AUDIT-AFFICHE.
    MOVE numeroLignePage TO numeroAffiche.
    MOVE SPACES TO ligneAudit.
    STRING numeroAffiche
        ' ' asl-date
        ' ' asl-heure
        ' ' asl-operation
        ' ' val1-edite
        ' ' val2-edite
        ' ' res-edite
        ' ' asl-depassement
        '   ' asl-code-taux
        DELIMITED BY SIZE INTO ligneAudit.
    DISPLAY affiche-ligne-audit.

PREPARER-AUDIT-AFFICHE.
    MOVE asl-valeur1 TO val1-edite.
    MOVE asl-valeur2 TO val2-edite.
    MOVE asl-resultat TO res-edite.
    EVALUATE asl-operation
        WHEN 1 MOVE 'ADDITION' TO libelleOperation
        WHEN 2 MOVE 'SOUSTRACTION' TO libelleOperation
        WHEN 3 MOVE 'MULTIPLICATION' TO libelleOperation
        WHEN 4 MOVE 'DIVISION' TO libelleOperation
        WHEN OTHER MOVE 'INCONNUE' TO libelleOperation
    END-EVALUATE.
    IF asl-code-taux = SPACES OR asl-date-taux NOT NUMERIC
        MOVE SPACES TO versionTauxAffichee
    ELSE
        MOVE asl-date-taux TO versionTauxAffichee
    END-IF.

TRAITER-COMMANDE-NAVIGATION.
    EVALUATE commandeNavigation
        WHEN 'S ' WHEN 's '
            IF premiereLignePage + nbLignesPage > nbSelections
                MOVE 'Dernière page atteinte.' TO messageErreur
                DISPLAY affiche-erreur
            ELSE
                ADD nbLignesPage TO premiereLignePage
            END-IF
        WHEN 'P ' WHEN 'p '
            IF premiereLignePage <= nbLignesPage
                MOVE 1 TO premiereLignePage
            ELSE
                SUBTRACT nbLignesPage FROM premiereLignePage
            END-IF
        WHEN 'I ' WHEN 'i '
            PERFORM IMPRIMER-SELECTION
        WHEN 'Q ' WHEN 'q ' WHEN SPACES
            MOVE 'Y' TO parcoursTermine
        WHEN OTHER
            PERFORM AFFICHER-DETAIL-DEMANDE
    END-EVALUATE.

AFFICHER-DETAIL-DEMANDE.
    MOVE FUNCTION TRIM(commandeNavigation) TO commandeJustifiee.
    INSPECT commandeJustifiee REPLACING LEADING SPACE BY ZERO.
    IF commandeJustifiee NOT NUMERIC
        MOVE 'Commande invalide : S, P, I, Q ou numéro de ligne.' TO messageErreur
        PERFORM SIGNALER-ERREUR-AUDIT
    ELSE
        MOVE commandeJustifiee TO numeroLignePage
        COMPUTE indiceSelection = premiereLignePage + numeroLignePage - 1
        IF numeroLignePage = 0
           OR indiceSelection > derniereLignePage
            MOVE 'Numéro de ligne absent de la page affichée.' TO messageErreur
            PERFORM SIGNALER-ERREUR-AUDIT
        ELSE
            MOVE sel-numero(indiceSelection) TO asl-numero
            MOVE sel-enregistrement(indiceSelection) TO asl-enregistrement
            PERFORM PREPARER-AUDIT-AFFICHE
            DISPLAY affiche-detail-audit
            DISPLAY demande-retour
            ACCEPT reponseRetour
        END-IF
    END-IF.

*> Extrait daté pour le dossier de contestation : les critères, puis
*> chaque enregistrement sélectionné en clair, et le nombre imprimé.
*> Chaque impression est inscrite au catalogue des runs.
IMPRIMER-SELECTION.
    MOVE 'EXTRAIT' TO actionDemandee.
    PERFORM CONTROLER-PERMISSION.
    IF permissionAccordee = 'Y'
        IF selectionFaite = 'N' OR nbSelections = 0
            MOVE 'Aucune sélection à imprimer : faire d''abord une recherche.' TO messageErreur
            PERFORM SIGNALER-ERREUR-AUDIT
        ELSE
            PERFORM ECRITURE-EXTRAIT-AUDIT
        END-IF
    END-IF.

ECRITURE-EXTRAIT-AUDIT.
    MOVE FUNCTION CURRENT-DATE(1:14) TO horodatageExtrait.
    MOVE SPACES TO nomFichierExtrait.
    STRING 'EXTRAUDIT.' horodatageExtrait
        DELIMITED BY SIZE INTO nomFichierExtrait.
    OPEN OUTPUT fichier-extrait-audit.
    IF statutExtrait NOT = '00'
        MOVE 'Création de l''extrait impossible.' TO messageErreur
        PERFORM SIGNALER-ERREUR-AUDIT
        MOVE 'ECHEC FICHIER' TO cat-resultat
        MOVE 0 TO cat-enregistrements
    ELSE
        PERFORM ECRITURE-ENTETE-EXTRAIT
        PERFORM VARYING indiceSelection FROM 1 BY 1
                UNTIL indiceSelection > nbSelections
            PERFORM ECRITURE-LIGNE-EXTRAIT
        END-PERFORM
        MOVE nbSelections TO compteur-edite
        MOVE SPACES TO ligneExtrait
        STRING 'ENREGISTREMENTS IMPRIMES=' compteur-edite
            DELIMITED BY SIZE INTO ligneExtrait
        WRITE enr-extrait-audit FROM ligneExtrait
        CLOSE fichier-extrait-audit
        MOVE nomFichierExtrait TO etatNomFichier
        MOVE 'CONSULTAUDIT' TO etatProgramme
        MOVE 'EXTRAIT DU JOURNAL D AUDIT' TO etatTitre
        PERFORM MISE-EN-PAGE-ETAT
        MOVE SPACES TO messageErreur
        STRING 'Extrait imprimé : ' nomFichierExtrait
            DELIMITED BY SIZE INTO messageErreur
        DISPLAY affiche-erreur
        MOVE 'OK' TO cat-resultat
        MOVE nbSelections TO cat-enregistrements
    END-IF.
    MOVE 'CONSULTAUDIT' TO cat-programme.
    MOVE 'CALCULPRODUIT.LOG' TO cat-fichier-entree.
    MOVE nomFichierExtrait TO cat-fichier-sortie.
    MOVE 0 TO cat-rejets.
    PERFORM ECRITURE-CATALOGUE.

ECRITURE-ENTETE-EXTRAIT.
    MOVE SPACES TO ligneExtrait.
    STRING 'EXTRAIT DU JOURNAL D''AUDIT CALCULPRODUIT DU '
        horodatageExtrait(1:8) ' A ' horodatageExtrait(9:6)
        ' OPERATEUR=' codeOperateur
        DELIMITED BY SIZE INTO ligneExtrait.
    WRITE enr-extrait-audit FROM ligneExtrait.
    IF valeurFiltree = 'Y'
        MOVE valeurFiltre TO res-edite
        MOVE res-edite TO critereValeurAffiche
    ELSE
        MOVE SPACES TO critereValeurAffiche
    END-IF.
    MOVE SPACES TO ligneExtrait.
    STRING 'CRITERES DU ' dateDebutFiltre ' ' heureDebutFiltre
        ' AU ' dateFinFiltre ' ' heureFinFiltre
        ' OPERATION=' operationFiltre
        ' VALEUR=' critereValeurAffiche
        ' DEPASSEMENT=' depassementFiltre
        DELIMITED BY SIZE INTO ligneExtrait.
    WRITE enr-extrait-audit FROM ligneExtrait.
    IF selectionTronquee = 'Y'
        MOVE SPACES TO ligneExtrait
        STRING 'SELECTION LIMITEE AUX 1000 PREMIERS ENREGISTREMENTS'
            DELIMITED BY SIZE INTO ligneExtrait
        WRITE enr-extrait-audit FROM ligneExtrait
    END-IF.

ECRITURE-LIGNE-EXTRAIT.
    MOVE sel-numero(indiceSelection) TO asl-numero.
    MOVE sel-enregistrement(indiceSelection) TO asl-enregistrement.
    PERFORM PREPARER-AUDIT-AFFICHE.
    MOVE SPACES TO ligneExtrait.
    STRING 'NO=' asl-numero
        ' DATE=' asl-date ' HEURE=' asl-heure
        ' OPERATION=' libelleOperation
        ' VALEUR1=' val1-edite ' VALEUR2=' val2-edite
        ' RESULTAT=' res-edite
        ' DEPASSEMENT=' asl-depassement
        ' TAUX=' asl-code-taux ' VERSION=' versionTauxAffichee
        DELIMITED BY SIZE INTO ligneExtrait
        ON OVERFLOW
            MOVE 'CONSULTAUDIT' TO errlog-programme
            MOVE 'ECRITURE-LIGNE-EXTRAIT' TO errlog-paragraphe
            MOVE SPACES TO errlog-message
            STRING 'Ligne d''extrait tronquée pour l''audit ' asl-numero
                DELIMITED BY SIZE INTO errlog-message
            PERFORM ECRITURE-ERRLOG
    END-STRING.
    WRITE enr-extrait-audit FROM ligneExtrait.

SIGNALER-ERREUR-AUDIT.
    MOVE 'N' TO saisieValide.
    DISPLAY affiche-erreur.
    ADD 1 TO nbEchecsSaisie.
    MOVE 'CONSULTAUDIT' TO errlog-programme.
    MOVE 'CONSULTATION' TO errlog-paragraphe.
    MOVE messageErreur TO errlog-message.
    PERFORM ECRITURE-ERRLOG.

COPY "catalogue-write.cpy".

COPY "signon.cpy".

COPY "permission-controle.cpy".

COPY "verrou-prise.cpy".

COPY "etat-mise-en-page.cpy".

COPY "errlog-write.cpy".
