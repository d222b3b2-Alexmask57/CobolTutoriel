    SELECT OPTIONAL fichier-etudiants-neuf ASSIGN TO "ETUDIANTS.NEW"
        ORGANIZATION IS LINE SEQUENTIAL.
    COPY "etujrn-select.cpy".
    COPY "etuatt-select.cpy".
    SELECT OPTIONAL fichier-attente-neuf ASSIGN TO "ETUATTENTE.NEW"
        ORGANIZATION IS LINE SEQUENTIAL.
    COPY "registre-select.cpy".
    COPY "matieres-select.cpy".
    COPY "operateurs-select.cpy".
    COPY "permissions-select.cpy".
    COPY "verrou-select.cpy".
    COPY "errlog-select.cpy".
DATA DIVISION.
FILE SECTION.
COPY "etudiants-fd.cpy".
FD fichier-etudiants-neuf.
01 enr-etudiant-neuf PIC X(50).
COPY "etujrn-fd.cpy".
COPY "etuatt-fd.cpy".
FD fichier-attente-neuf.
01 enr-attente-neuf PIC X(194).
COPY "registre-fd.cpy".
COPY "matieres-fd.cpy".
COPY "operateurs-fd.cpy".
COPY "permissions-fd.cpy".
COPY "verrou-fd.cpy".
COPY "errlog-fd.cpy".
WORKING-STORAGE SECTION.
       COPY "errlog-ws.cpy".
       COPY "verrou-ws.cpy".
       COPY "signon-ws.cpy".
       COPY "registre-ws.cpy".
       COPY "matieres-table.cpy".
       77 choix PIC X(1).
       77 menuTermine PIC X(1) VALUE 'N'.
       77 nbEchecsSaisie PIC 9(2) VALUE 0.
       77 nbEchecsSaisieMax PIC 9(2) VALUE 5.
       77 messageErreur PIC X(60).
       77 nomSaisi PIC X(20).
       77 matriculeSaisi PIC X(8).
       77 classeInscrit PIC X(5).
       77 etudiantConcerne PIC X(1).
       77 matiereSaisie PIC X(5).
       77 saisieNote PIC X(4).
       77 noteJustifiee PIC X(4) JUSTIFIED RIGHT.
       77 modificationFaite PIC X(1).
       77 finFichierEtudiants PIC X(1).
       77 reponseConfirmation PIC X(1).
       77 operateurJournal PIC X(8).
       77 valideurJournal PIC X(8).
       77 statutAttente PIC XX.
       77 finFichierAttente PIC X(1).
       77 motifSaisi PIC X(40).
       77 demandeEnDouble PIC X(1).
       77 dernierNumeroAttente PIC 9(6).
       77 decisionSaisie PIC X(1).
       77 arretValidation PIC X(1).
       77 nbDemandesPresentees PIC 9(4).
       77 nbDemandesPropres PIC 9(4).
       77 nbDecisions PIC 9(4).
       77 libelleDemande PIC X(12).
       77 note-avant-affichee PIC X(5).
       77 coef-avant-affiche PIC X(3).
       77 note-apres-affichee PIC X(5).
       77 coef-apres-affiche PIC X(3).
       77 compteur-edite PIC ZZZ9.
       01 etudiantDemande.
          05 dem-nom PIC X(20).
          05 dem-matiere PIC X(5).
          05 dem-note PIC 99V99.
          05 dem-coef PIC 9V9.
          05 dem-classe PIC X(5).
          05 dem-periode PIC 9(6).
          05 dem-matricule PIC X(8).
       01 nouvelEtudiant.
          05 nouv-nom PIC X(20).
          05 nouv-matiere PIC X(5).
          05 nouv-coef PIC 9V9.
          05 nouv-classe PIC X(5).
          05 nouv-periode PIC 9(6).
          05 nouv-matricule PIC X(8).
       77 ajoutFait PIC X(1).
       77 dansGroupeAjout PIC X(1).
       77 note-affichee PIC X(5).
    2 LINE 4 COL 10 VALUE '1. Ajouter une note'.
    2 LINE 5 COL 10 VALUE '2. Corriger une note'.
    2 LINE 6 COL 10 VALUE '3. Supprimer une note'.
    2 LINE 7 COL 10 VALUE '4. Valider les modifications en attente'.
    2 LINE 8 COL 10 VALUE '0. Quitter'.
    2 LINE 9 COL 10 VALUE 'Votre choix : '.
1 affiche-inscrit.
    2 LINE 10 COL 10 VALUE 'Etudiant : '.
    2 PIC X(20) FROM nomSaisi.
    2 COL 45 VALUE 'Classe au registre : '.
    2 PIC X(5) FROM classeInscrit.
1 demande-matricule.
    2 LINE 11 COL 10 VALUE 'Matricule de l''étudiant (8 caractères max) : '.
1 demande-matiere.
    2 LINE 12 COL 10 VALUE 'Code matière (5 caractères) : '.
1 affiche-libelle-matiere.
    2 LINE 12 COL 50 PIC X(30) FROM libelleMatiereTrouve.
1 demande-note.
    2 LINE 13 COL 10 VALUE 'Note sur 20 (4 chiffres, ex 1550 = 15.50) : '.
1 demande-coef.
    2 LINE 14 COL 10 VALUE 'Coefficient (2 chiffres, ex 15 = 1.5, vide = référentiel) : '.
1 demande-classe.
    2 LINE 15 COL 10 VALUE 'Code classe (5 caractères, vide = classe du registre) : '.
1 demande-periode.
    2 LINE 16 COL 10 VALUE 'Période (AAAAPP, ex 202601) : '.
1 affiche-enregistrement.
    2 PIC X(5) FROM classeSaisie.
1 demande-confirmation-etu.
    2 LINE 19 COL 10 VALUE 'Confirmer la suppression (O/N) : '.
1 demande-motif.
    2 LINE 20 COL 10 VALUE 'Motif (obligatoire) : '.
1 affiche-demande.
    2 BLANK SCREEN.
    2 LINE 2 COL 10 VALUE 'Modification en attente numéro '.
    2 PIC 9(6) FROM att-numero.
    2 LINE 4 COL 10 VALUE 'Saisie le '.
    2 PIC 9(8) FROM att-date.
    2 COL 30 VALUE 'par '.
    2 PIC X(8) FROM att-operateur.
    2 LINE 5 COL 10 VALUE 'Nature : '.
    2 PIC X(12) FROM libelleDemande.
    2 LINE 6 COL 10 VALUE 'Etudiant : '.
    2 PIC X(20) FROM dem-nom.
    2 COL 45 VALUE 'Matricule : '.
    2 PIC X(8) FROM att-matricule.
    2 LINE 7 COL 10 VALUE 'Matière : '.
    2 PIC X(5) FROM dem-matiere.
    2 COL 30 VALUE 'Période : '.
    2 PIC 9(6) FROM dem-periode.
    2 LINE 8 COL 10 VALUE 'Avant : note '.
    2 PIC X(5) FROM note-avant-affichee.
    2 COL 30 VALUE 'coef '.
    2 PIC X(3) FROM coef-avant-affiche.
    2 LINE 9 COL 10 VALUE 'Après : note '.
    2 PIC X(5) FROM note-apres-affichee.
    2 COL 30 VALUE 'coef '.
    2 PIC X(3) FROM coef-apres-affiche.
    2 LINE 10 COL 10 VALUE 'Motif : '.
    2 PIC X(40) FROM att-motif.
1 demande-decision.
    2 LINE 12 COL 10 VALUE 'Décision (A approuver, R refuser, Q quitter, vide = plus tard) : '.
1 affiche-erreur.
    2 LINE 21 COL 10.
    2 PIC X(60) FROM messageErreur.
        STOP RUN
    END-IF.
    PERFORM SIGNON-OPERATEUR.
    IF operateurValide = 'Y'
        MOVE 'MAINTETUDIANTS' TO programmeDemande
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
    PERFORM CHARGER-MATIERES.
    IF matieresValides = 'N'
        DISPLAY 'MATIERES.DAT invalide ou absent, maintenance refusée.'
        PERFORM LIBERER-VERROU
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM UNTIL menuTermine = 'Y' OR nbEchecsSaisie >= nbEchecsSaisieMax
        DISPLAY menu-etudiants
        ACCEPT choix
        END-ACCEPT
        EVALUATE choix
            WHEN '1'
                MOVE 'AJOUT' TO actionDemandee
                PERFORM CONTROLER-PERMISSION
                IF permissionAccordee = 'Y'
                    PERFORM AJOUTER-NOTE
                END-IF
            WHEN '2'
                MOVE 'CORRECTION' TO actionDemandee
                PERFORM CONTROLER-PERMISSION
                IF permissionAccordee = 'Y'
                    PERFORM CORRIGER-NOTE
                END-IF
            WHEN '3'
                MOVE 'SUPPRESSION' TO actionDemandee
                PERFORM CONTROLER-PERMISSION
                IF permissionAccordee = 'Y'
                    PERFORM SUPPRIMER-NOTE
                END-IF
            WHEN '4'
                MOVE 'VALIDATION' TO actionDemandee
                PERFORM CONTROLER-PERMISSION
                IF permissionAccordee = 'Y'
                    PERFORM VALIDER-DEMANDES
                END-IF
            WHEN '0'
                MOVE 'Y' TO menuTermine
            WHEN OTHER
                ADD 1 TO nbEchecsSaisie
                MOVE 'Choix invalide, veuillez saisir 0, 1, 2, 3 ou 4.' TO messageErreur
                DISPLAY affiche-erreur
        END-EVALUATE
    END-PERFORM.

AJOUTER-NOTE.
    PERFORM SAISIR-CLE.
    IF saisieValide = 'Y' AND inscritActif = 'N'
        MOVE 'N' TO saisieValide
        MOVE 'Etudiant sorti du registre, ajout refusé.' TO messageErreur
        DISPLAY affiche-erreur
        PERFORM ENREGISTRER-ERREUR-MAINT
    END-IF.
    IF saisieValide = 'Y'
        PERFORM CHERCHER-ENREGISTREMENT
        IF enregistrementTrouve = 'Y'
                MOVE coefValide TO nouv-coef
                MOVE classeSaisie TO nouv-classe
                MOVE periodeValidee TO nouv-periode
                MOVE matriculeSaisi TO nouv-matricule
                MOVE nouvelEtudiant TO imageApres
                PERFORM APPLIQUER-AJOUT
                MOVE SPACES TO imageAvant
                MOVE 'A' TO actionJournal
                MOVE codeOperateur TO operateurJournal
                MOVE SPACES TO valideurJournal
                PERFORM ECRITURE-JOURNAL-ETU
            END-IF
        END-IF
    END-IF.

*> Une correction ou une suppression n'est pas appliquée à la saisie :
*> elle part, avec son motif, dans ETUATTENTE.DAT et n'atteint
*> ETUDIANTS.DAT qu'une fois approuvée par un second opérateur.
CORRIGER-NOTE.
    PERFORM SAISIR-CLE.
    IF saisieValide = 'Y'
                PERFORM SAISIR-COEF-VALIDE
            END-IF
            IF saisieValide = 'Y'
                MOVE imageAvant TO nouvelEtudiant
                MOVE noteValidee TO nouv-note
                MOVE coefValide TO nouv-coef
                MOVE matriculeSaisi TO nouv-matricule
                MOVE nouvelEtudiant TO imageApres
                MOVE 'C' TO actionJournal
                PERFORM ENREGISTRER-DEMANDE
            END-IF
        END-IF
    END-IF.
            IF reponseConfirmation = 'O' OR reponseConfirmation = 'o'
                MOVE 'S' TO actionJournal
                MOVE SPACES TO imageApres
                PERFORM ENREGISTRER-DEMANDE
            END-IF
        END-IF
    END-IF.

*> L'étudiant est désigné par son matricule, qui doit figurer au
*> registre REGISTRE.MST ; le nom et la classe viennent du registre.
*> La matière doit figurer au référentiel MATIERES.DAT, sauf pour
*> supprimer une note ancienne saisie sous un code hors référentiel.
SAISIR-CLE.
    MOVE 'N' TO saisieValide.
    MOVE SPACES TO nomSaisi.
    MOVE SPACES TO classeInscrit.
    DISPLAY demande-matricule.
    ACCEPT matriculeSaisi.
    DISPLAY demande-matiere.
    ACCEPT matiereSaisie.
    PERFORM SAISIR-PERIODE-VALIDE.
    MOVE matriculeSaisi TO matriculeCherche.
    PERFORM OUVRIR-REGISTRE.
    PERFORM CHERCHER-INSCRIT.
    IF inscritTrouve = 'Y'
        MOVE ins-nom TO nomSaisi
        MOVE ins-classe TO classeInscrit
    END-IF.
    PERFORM FERMER-REGISTRE.
    IF matriculeSaisi = SPACES OR matriculeSaisi(1:1) = SPACE
        MOVE 'Matricule vide ou commençant par un espace, refusé.' TO messageErreur
        DISPLAY affiche-erreur
        PERFORM ENREGISTRER-ERREUR-MAINT
    ELSE
        IF inscritTrouve = 'N'
            MOVE 'Matricule inconnu du registre, saisie refusée.' TO messageErreur
            DISPLAY affiche-erreur
            PERFORM ENREGISTRER-ERREUR-MAINT
        ELSE
            DISPLAY affiche-inscrit
            MOVE matiereSaisie TO codeMatiereCherche
            PERFORM CHERCHER-MATIERE-REF
            IF matiereSaisie = SPACES
                MOVE 'Code matière vide, saisie refusée.' TO messageErreur
                DISPLAY affiche-erreur
                PERFORM ENREGISTRER-ERREUR-MAINT
            ELSE
                IF indiceMatiereRefTrouvee = 0
                   AND actionDemandee NOT = 'SUPPRESSION'
                    MOVE 'Code matière inconnu du référentiel, saisie refusée.' TO messageErreur
                    DISPLAY affiche-erreur
                    PERFORM ENREGISTRER-ERREUR-MAINT
                ELSE
                    DISPLAY affiche-libelle-matiere
                    MOVE 'Y' TO saisieValide
                END-IF
            END-IF
        END-IF
    END-IF.

        END-IF
    END-IF.

*> Coefficient vide : celui du référentiel des matières ; un
*> coefficient saisi doit être égal à celui du référentiel.
SAISIR-COEF-VALIDE.
    MOVE 'N' TO saisieValide.
    DISPLAY demande-coef.
    ACCEPT saisieCoef.
    IF saisieCoef = SPACES
        COMPUTE coefEntier = coefMatiereTrouve * 10
        MOVE coefEntier TO saisieCoef
    END-IF.
    MOVE FUNCTION TRIM(saisieCoef) TO coefJustifie.
    INSPECT coefJustifie REPLACING LEADING SPACE BY ZERO.
    IF coefJustifie NOT NUMERIC
            PERFORM ENREGISTRER-ERREUR-MAINT
        ELSE
            COMPUTE coefValide = coefEntier / 10
            IF coefValide NOT = coefMatiereTrouve
                MOVE 'Coefficient différent du référentiel, refusé.' TO messageErreur
                DISPLAY affiche-erreur
                PERFORM ENREGISTRER-ERREUR-MAINT
            ELSE
                MOVE 'Y' TO saisieValide
            END-IF
        END-IF
    END-IF.

    MOVE 'N' TO saisieValide.
    DISPLAY demande-classe.
    ACCEPT classeSaisie.
    IF classeSaisie = SPACES
        MOVE classeInscrit TO classeSaisie
    END-IF.
    IF classeSaisie = SPACES
        MOVE 'Code classe vide, saisie refusée.' TO messageErreur
        DISPLAY affiche-erreur
                ELSE
                    MOVE 0 TO periodeEnregistrement
                END-IF
                PERFORM CONTROLER-ETUDIANT-CONCERNE
                IF etudiantConcerne = 'Y' AND etu-matiere = matiereSaisie
                   AND periodeEnregistrement = periodeValidee
                   AND enregistrementTrouve = 'N'
                    MOVE 'Y' TO enregistrementTrouve
    END-PERFORM.
    CLOSE fichier-etudiants.

*> Une note appartient à l'étudiant saisi si elle porte son matricule,
*> ou, pour les notes saisies avant le registre, sans matricule, si
*> elle porte son nom.
CONTROLER-ETUDIANT-CONCERNE.
    MOVE 'N' TO etudiantConcerne.
    IF etu-matricule = matriculeSaisi
        MOVE 'Y' TO etudiantConcerne
    ELSE
        IF etu-matricule = SPACES AND etu-nom = nomSaisi
            MOVE 'Y' TO etudiantConcerne
        END-IF
    END-IF.

APPLIQUER-AJOUT.
    MOVE 'N' TO ajoutFait.
    MOVE 'N' TO dansGroupeAjout.
    PERFORM RECHARGER-FICHIER-ETUDIANTS.

RECOPIER-AVEC-AJOUT.
    PERFORM CONTROLER-ETUDIANT-CONCERNE.
    IF etudiantConcerne = 'Y'
        MOVE 'Y' TO dansGroupeAjout
    ELSE
        IF dansGroupeAjout = 'Y' AND ajoutFait = 'N'
    ELSE
        MOVE 0 TO periodeEnregistrement
    END-IF.
    PERFORM CONTROLER-ETUDIANT-CONCERNE.
    IF etudiantConcerne = 'Y' AND etu-matiere = matiereSaisie
       AND periodeEnregistrement = periodeValidee
       AND modificationFaite = 'N'
        MOVE 'Y' TO modificationFaite
        IF actionJournal = 'C'
            MOVE noteValidee TO etu-note
            MOVE coefValide TO etu-coef
            MOVE matriculeSaisi TO etu-matricule
            MOVE enr-etudiant TO imageApres
            WRITE enr-etudiant-neuf FROM enr-etudiant
        END-IF
    CLOSE fichier-etudiants-neuf.
    CLOSE fichier-etudiants.

*> Mise en attente de la modification saisie (imageAvant, imageApres,
*> actionJournal) ; une seule demande en attente par note.
ENREGISTRER-DEMANDE.
    DISPLAY demande-motif.
    ACCEPT motifSaisi.
    IF motifSaisi = SPACES
        MOVE 'Motif obligatoire, modification abandonnée.' TO messageErreur
        DISPLAY affiche-erreur
        PERFORM ENREGISTRER-ERREUR-MAINT
    ELSE
        PERFORM CHERCHER-DEMANDE-EN-ATTENTE
        IF demandeEnDouble = 'Y'
            MOVE 'Une modification de cette note attend déjà sa validation.' TO messageErreur
            DISPLAY affiche-erreur
        ELSE
            ADD 1 TO dernierNumeroAttente
            MOVE dernierNumeroAttente TO att-numero
            MOVE FUNCTION CURRENT-DATE(1:8) TO att-date
            MOVE FUNCTION CURRENT-DATE(9:6) TO att-heure
            MOVE actionJournal TO att-action
            MOVE matriculeSaisi TO att-matricule
            MOVE imageAvant TO att-avant
            MOVE imageApres TO att-apres
            MOVE motifSaisi TO att-motif
            MOVE codeOperateur TO att-operateur
            MOVE 'E' TO att-statut
            MOVE 0 TO att-date-decision
            MOVE SPACES TO att-valideur
            OPEN EXTEND fichier-attente
            WRITE enr-attente
            CLOSE fichier-attente
            MOVE 'Modification mise en attente de validation.' TO messageErreur
            DISPLAY affiche-erreur
        END-IF
    END-IF.

CHERCHER-DEMANDE-EN-ATTENTE.
    MOVE 'N' TO demandeEnDouble.
    MOVE 0 TO dernierNumeroAttente.
    OPEN INPUT fichier-attente.
    MOVE 'N' TO finFichierAttente.
    PERFORM UNTIL finFichierAttente = 'Y'
        READ fichier-attente
            AT END MOVE 'Y' TO finFichierAttente
            NOT AT END
                IF att-numero IS NUMERIC
                   AND att-numero > dernierNumeroAttente
                    MOVE att-numero TO dernierNumeroAttente
                END-IF
                IF att-statut = 'E' AND att-avant = imageAvant
                    MOVE 'Y' TO demandeEnDouble
                END-IF
        END-READ
    END-PERFORM.
    CLOSE fichier-attente.

*> Les demandes en attente sont présentées une à une, sauf celles de
*> l'opérateur signé : nul ne valide sa propre saisie. Le fichier est
*> recopié dans ETUATTENTE.NEW avec les décisions, puis rechargé.
VALIDER-DEMANDES.
    MOVE 0 TO nbDemandesPresentees.
    MOVE 0 TO nbDemandesPropres.
    MOVE 0 TO nbDecisions.
    MOVE 'N' TO arretValidation.
    OPEN INPUT fichier-attente.
    OPEN OUTPUT fichier-attente-neuf.
    MOVE 'N' TO finFichierAttente.
    PERFORM UNTIL finFichierAttente = 'Y'
        READ fichier-attente
            AT END MOVE 'Y' TO finFichierAttente
            NOT AT END PERFORM TRAITER-DEMANDE
        END-READ
    END-PERFORM.
    CLOSE fichier-attente.
    CLOSE fichier-attente-neuf.
    IF nbDecisions > 0
        PERFORM RECHARGER-FICHIER-ATTENTE
    END-IF.
    IF nbDemandesPresentees = 0
        MOVE nbDemandesPropres TO compteur-edite
        MOVE SPACES TO messageErreur
        STRING 'Aucune modification à valider (' compteur-edite
            ' de votre saisie).'
            DELIMITED BY SIZE INTO messageErreur
        DISPLAY affiche-erreur
    END-IF.

TRAITER-DEMANDE.
    IF att-statut = 'E' AND arretValidation = 'N'
        IF att-operateur = codeOperateur
            ADD 1 TO nbDemandesPropres
        ELSE
            ADD 1 TO nbDemandesPresentees
            PERFORM PRESENTER-DEMANDE
            DISPLAY demande-decision
            ACCEPT decisionSaisie
            EVALUATE decisionSaisie
                WHEN 'A'
                WHEN 'a'
                    PERFORM APPROUVER-DEMANDE
                    ADD 1 TO nbDecisions
                WHEN 'R'
                WHEN 'r'
                    MOVE 'R' TO att-statut
                    MOVE FUNCTION CURRENT-DATE(1:8) TO att-date-decision
                    MOVE codeOperateur TO att-valideur
                    ADD 1 TO nbDecisions
                WHEN 'Q'
                WHEN 'q'
                    MOVE 'Y' TO arretValidation
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
        END-IF
    END-IF.
    WRITE enr-attente-neuf FROM enr-attente.

PRESENTER-DEMANDE.
    IF att-action = 'S'
        MOVE 'SUPPRESSION' TO libelleDemande
    ELSE
        MOVE 'CORRECTION' TO libelleDemande
    END-IF.
    MOVE att-apres TO etudiantDemande.
    MOVE SPACES TO note-apres-affichee.
    MOVE SPACES TO coef-apres-affiche.
    IF att-action = 'C' AND dem-note IS NUMERIC AND dem-coef IS NUMERIC
        MOVE dem-note TO note-editee
        MOVE note-editee TO note-apres-affichee
        MOVE dem-coef TO coef-edite
        MOVE coef-edite TO coef-apres-affiche
    END-IF.
    MOVE att-avant TO etudiantDemande.
    MOVE SPACES TO note-avant-affichee.
    MOVE SPACES TO coef-avant-affiche.
    IF dem-note IS NUMERIC AND dem-coef IS NUMERIC
        MOVE dem-note TO note-editee
        MOVE note-editee TO note-avant-affichee
        MOVE dem-coef TO coef-edite
        MOVE coef-edite TO coef-avant-affiche
    END-IF.
    IF dem-periode NOT NUMERIC
        MOVE 0 TO dem-periode
    END-IF.
    DISPLAY affiche-demande.

*> La note doit être restée telle qu'elle était à la saisie de la
*> demande ; sinon la demande est périmée et doit être ressaisie.
APPROUVER-DEMANDE.
    MOVE att-avant TO etudiantDemande.
    MOVE dem-nom TO nomSaisi.
    MOVE att-matricule TO matriculeSaisi.
    MOVE dem-matiere TO matiereSaisie.
    IF dem-periode IS NUMERIC
        MOVE dem-periode TO periodeValidee
    ELSE
        MOVE 0 TO periodeValidee
    END-IF.
    PERFORM CHERCHER-ENREGISTREMENT.
    MOVE FUNCTION CURRENT-DATE(1:8) TO att-date-decision.
    MOVE codeOperateur TO att-valideur.
    IF enregistrementTrouve = 'N' OR imageAvant NOT = att-avant
        MOVE 'P' TO att-statut
        MOVE 'Note modifiée depuis la demande : demande périmée.' TO messageErreur
        DISPLAY affiche-erreur
        MOVE 'MAINTETUDIANTS' TO errlog-programme
        MOVE 'APPROUVER-DEMANDE' TO errlog-paragraphe
        MOVE messageErreur TO errlog-message
        PERFORM ECRITURE-ERRLOG
    ELSE
        IF att-action = 'C'
            MOVE att-apres TO etudiantDemande
            MOVE dem-note TO noteValidee
            MOVE dem-coef TO coefValide
            MOVE 'C' TO actionJournal
        ELSE
            MOVE 'S' TO actionJournal
            MOVE SPACES TO imageApres
        END-IF
        PERFORM APPLIQUER-MODIFICATION
        MOVE att-operateur TO operateurJournal
        MOVE codeOperateur TO valideurJournal
        PERFORM ECRITURE-JOURNAL-ETU
        MOVE 'A' TO att-statut
    END-IF.

RECHARGER-FICHIER-ATTENTE.
    OPEN INPUT fichier-attente-neuf.
    OPEN OUTPUT fichier-attente.
    MOVE 'N' TO finFichierAttente.
    PERFORM UNTIL finFichierAttente = 'Y'
        READ fichier-attente-neuf
            AT END MOVE 'Y' TO finFichierAttente
            NOT AT END WRITE enr-attente FROM enr-attente-neuf
        END-READ
    END-PERFORM.
    CLOSE fichier-attente-neuf.
    CLOSE fichier-attente.

ECRITURE-JOURNAL-ETU.
    MOVE FUNCTION CURRENT-DATE(1:8) TO jrn-date.
    MOVE FUNCTION CURRENT-DATE(9:6) TO jrn-heure.
    MOVE actionJournal TO jrn-action.
    MOVE imageAvant TO jrn-avant.
    MOVE imageApres TO jrn-apres.
    MOVE operateurJournal TO jrn-operateur.
    MOVE valideurJournal TO jrn-valideur.
    OPEN EXTEND fichier-journal-etu.
    WRITE enr-journal-etu.
    CLOSE fichier-journal-etu.

COPY "signon.cpy".

COPY "permission-controle.cpy".

COPY "registre-lecture.cpy".

COPY "matieres-charge.cpy".

COPY "verrou-prise.cpy".

COPY "errlog-write.cpy".
