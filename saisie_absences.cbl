IDENTIFICATION DIVISION.
PROGRAM-ID. SAISIEABSENCES.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "absences-select.cpy".
    SELECT OPTIONAL fichier-absences-neuf ASSIGN TO "ABSENCES.NEW"
        ORGANIZATION IS LINE SEQUENTIAL.
    COPY "etujrn-select.cpy".
    COPY "registre-select.cpy".
    COPY "matieres-select.cpy".
    COPY "operateurs-select.cpy".
    COPY "permissions-select.cpy".
    COPY "verrou-select.cpy".
    COPY "errlog-select.cpy".
DATA DIVISION.
FILE SECTION.
COPY "absences-fd.cpy".
FD fichier-absences-neuf.
01 enr-absence-neuf PIC X(28).
COPY "etujrn-fd.cpy".
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
       77 statutAbsences PIC XX.
       77 choix PIC X(1).
       77 menuTermine PIC X(1) VALUE 'N'.
       77 nbEchecsSaisie PIC 9(2) VALUE 0.
       77 nbEchecsSaisieMax PIC 9(2) VALUE 5.
       77 messageErreur PIC X(60).
       77 reponseConfirmation PIC X(1).
       77 saisieValide PIC X(1).
       77 matriculeSaisi PIC X(8).
       77 nomSaisi PIC X(20).
       77 classeInscrit PIC X(5).
       77 matiereSaisie PIC X(5).
       77 saisieDate PIC X(8).
       77 dateValidee PIC 9(8).
       77 dateDuJour PIC 9(8).
       77 saisiePeriode PIC X(6).
       77 periodeJustifiee PIC X(6) JUSTIFIED RIGHT.
       77 periodeValidee PIC 9(6).
       77 saisieJustification PIC X(1).
       77 justificationValidee PIC X(1).
       77 absenceTrouvee PIC X(1).
       77 finFichierAbsences PIC X(1).
       77 modificationFaite PIC X(1).
       77 actionJournal PIC X(1).
       77 imageAvant PIC X(50).
       77 imageApres PIC X(50).
       77 date-affichee PIC X(8).
       77 periode-affichee PIC X(6).
       77 justification-affichee PIC X(3).
       77 ligneEcranAbsence PIC 9(2).
       77 ligneAbsence PIC X(70).
       77 nbAbsencesEtudiant PIC 9(4).
       77 nbAbsencesJustifiees PIC 9(4).
       77 nbAbsencesNonJustifiees PIC 9(4).
       77 total-edite PIC ZZZ9.
       77 justifiees-editees PIC ZZZ9.
       77 non-justifiees-editees PIC ZZZ9.
       01 nouvelleAbsence.
          05 nouv-matricule PIC X(8).
          05 nouv-matiere PIC X(5).
          05 nouv-date PIC 9(8).
          05 nouv-periode PIC 9(6).
          05 nouv-justifiee PIC X(1).

SCREEN SECTION.
1 menu-absences.
    2 BLANK SCREEN.
    2 LINE 2 COL 10 VALUE 'Suivi des absences des étudiants'.
    2 LINE 4 COL 10 VALUE '1. Consulter les absences d''un étudiant'.
    2 LINE 5 COL 10 VALUE '2. Saisir une absence'.
    2 LINE 6 COL 10 VALUE '3. Justifier une absence'.
    2 LINE 7 COL 10 VALUE '4. Supprimer une absence'.
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
1 demande-date.
    2 LINE 13 COL 10 VALUE 'Date du cours manqué (AAAAMMJJ) : '.
1 demande-periode.
    2 LINE 14 COL 10 VALUE 'Période (AAAAPP, ex 202601) : '.
1 demande-justification.
    2 LINE 15 COL 10 VALUE 'Absence justifiée (O/N) : '.
1 affiche-absence.
    2 LINE 16 COL 10 VALUE 'Absence enregistrée du '.
    2 PIC X(8) FROM date-affichee.
    2 COL 45 VALUE 'Période : '.
    2 PIC X(6) FROM periode-affichee.
    2 COL 65 VALUE 'Justifiée : '.
    2 PIC X(3) FROM justification-affichee.
1 entete-absences.
    2 LINE 12 COL 10 VALUE 'DATE     MATIERE                        PERIODE JUSTIFIEE'.
1 affiche-ligne-absence.
    2 LINE ligneEcranAbsence COL 10.
    2 PIC X(70) FROM ligneAbsence.
1 affiche-totaux-absences.
    2 LINE 20 COL 10 VALUE 'Absences : '.
    2 PIC ZZZ9 FROM total-edite.
    2 COL 30 VALUE 'Justifiées : '.
    2 PIC ZZZ9 FROM justifiees-editees.
    2 COL 50 VALUE 'Non justifiées : '.
    2 PIC ZZZ9 FROM non-justifiees-editees.
1 demande-confirmation-abs.
    2 LINE 19 COL 10 VALUE 'Confirmer la suppression (O/N) : '.
1 demande-retour.
    2 LINE 22 COL 10 VALUE 'Appuyer sur Entrée pour revenir au menu : '.
1 affiche-erreur.
    2 LINE 21 COL 10.
    2 PIC X(60) FROM messageErreur.

PROCEDURE DIVISION.

TRAITEMENT-PRINCIPAL.
    MOVE 'SAISIEABSENCES' TO errlog-programme.
    MOVE 'SAISIEABSENCES' TO nomVerrou.
    MOVE 'I' TO modeVerrouDemande.
    PERFORM PRENDRE-VERROU.
    IF verrouObtenu = 'N'
        DISPLAY 'SAISIEABSENCES déjà en cours, démarrage refusé (voir ERRLOG.DAT).'
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM SIGNON-OPERATEUR.
    IF operateurValide = 'Y'
        MOVE 'SAISIEABSENCES' TO programmeDemande
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
        DISPLAY 'MATIERES.DAT invalide ou absent, saisie des absences refusée.'
        PERFORM LIBERER-VERROU
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE FUNCTION CURRENT-DATE(1:8) TO dateDuJour.
    PERFORM UNTIL menuTermine = 'Y' OR nbEchecsSaisie >= nbEchecsSaisieMax
        DISPLAY menu-absences
        ACCEPT choix
            ON EXCEPTION
                MOVE 'SAISIEABSENCES' TO errlog-programme
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
                    PERFORM CONSULTER-ABSENCES
                END-IF
            WHEN '2'
                MOVE 'SAISIE' TO actionDemandee
                PERFORM CONTROLER-PERMISSION
                IF permissionAccordee = 'Y'
                    PERFORM SAISIR-ABSENCE
                END-IF
            WHEN '3'
                MOVE 'JUSTIFIER' TO actionDemandee
                PERFORM CONTROLER-PERMISSION
                IF permissionAccordee = 'Y'
                    PERFORM JUSTIFIER-ABSENCE
                END-IF
            WHEN '4'
                MOVE 'SUPPRESSION' TO actionDemandee
                PERFORM CONTROLER-PERMISSION
                IF permissionAccordee = 'Y'
                    PERFORM SUPPRIMER-ABSENCE
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

*> Les absences de l'étudiant sont listées dans l'ordre de saisie
*> (les sept premières à l'écran), suivies des totaux.
CONSULTER-ABSENCES.
    PERFORM SAISIR-ETUDIANT.
    IF saisieValide = 'Y'
        DISPLAY entete-absences
        MOVE 13 TO ligneEcranAbsence
        MOVE 0 TO nbAbsencesEtudiant
        MOVE 0 TO nbAbsencesJustifiees
        OPEN INPUT fichier-absences
        MOVE 'N' TO finFichierAbsences
        PERFORM UNTIL finFichierAbsences = 'Y'
            READ fichier-absences
                AT END MOVE 'Y' TO finFichierAbsences
                NOT AT END PERFORM PRESENTER-ABSENCE
            END-READ
        END-PERFORM
        CLOSE fichier-absences
        COMPUTE nbAbsencesNonJustifiees =
            nbAbsencesEtudiant - nbAbsencesJustifiees
        MOVE nbAbsencesEtudiant TO total-edite
        MOVE nbAbsencesJustifiees TO justifiees-editees
        MOVE nbAbsencesNonJustifiees TO non-justifiees-editees
        DISPLAY affiche-totaux-absences
        DISPLAY demande-retour
        ACCEPT reponseConfirmation
    END-IF.

PRESENTER-ABSENCE.
    IF abs-matricule = matriculeSaisi
        ADD 1 TO nbAbsencesEtudiant
        IF abs-justifiee = 'J'
            ADD 1 TO nbAbsencesJustifiees
        END-IF
        IF ligneEcranAbsence <= 19
            MOVE abs-matiere TO codeMatiereCherche
            PERFORM CHERCHER-MATIERE-REF
            IF abs-justifiee = 'J'
                MOVE 'OUI' TO justification-affichee
            ELSE
                MOVE 'NON' TO justification-affichee
            END-IF
            MOVE SPACES TO ligneAbsence
            STRING abs-date ' ' libelleMatiereTrouve
                ' ' abs-periode '  ' justification-affichee
                DELIMITED BY SIZE INTO ligneAbsence
            DISPLAY affiche-ligne-absence
            ADD 1 TO ligneEcranAbsence
        END-IF
    END-IF.

*> Une absence ne se saisit que pour un étudiant inscrit, dans une
*> matière du référentiel, et une seule fois par matière et par jour.
SAISIR-ABSENCE.
    PERFORM SAISIR-CLE-ABSENCE.
    IF saisieValide = 'Y' AND inscritActif = 'N'
        MOVE 'Etudiant sorti du registre, saisie refusée.' TO messageErreur
        PERFORM SIGNALER-ERREUR-ABSENCE
    END-IF.
    IF saisieValide = 'Y'
        PERFORM CHERCHER-ABSENCE
        IF absenceTrouvee = 'Y'
            DISPLAY affiche-absence
            MOVE 'Absence déjà saisie pour ce jour et cette matière.' TO messageErreur
            DISPLAY affiche-erreur
        ELSE
            PERFORM SAISIR-PERIODE-VALIDE
            PERFORM SAISIR-JUSTIFICATION-VALIDE
            IF saisieValide = 'Y'
                MOVE matriculeSaisi TO nouv-matricule
                MOVE matiereSaisie TO nouv-matiere
                MOVE dateValidee TO nouv-date
                MOVE periodeValidee TO nouv-periode
                MOVE justificationValidee TO nouv-justifiee
                OPEN EXTEND fichier-absences
                WRITE enr-absence FROM nouvelleAbsence
                CLOSE fichier-absences
                MOVE 'B' TO actionJournal
                MOVE SPACES TO imageAvant
                MOVE nouvelleAbsence TO imageApres
                PERFORM ECRITURE-JOURNAL-ETU
            END-IF
        END-IF
    END-IF.

JUSTIFIER-ABSENCE.
    PERFORM SAISIR-CLE-ABSENCE.
    IF saisieValide = 'Y'
        PERFORM CHERCHER-ABSENCE
        IF absenceTrouvee = 'N'
            MOVE 'Absence introuvable dans ABSENCES.DAT.' TO messageErreur
            DISPLAY affiche-erreur
        ELSE
            DISPLAY affiche-absence
            IF justification-affichee = 'OUI'
                MOVE 'Absence déjà justifiée.' TO messageErreur
                DISPLAY affiche-erreur
            ELSE
                MOVE 'J' TO actionJournal
                PERFORM APPLIQUER-MODIFICATION-ABSENCE
                PERFORM ECRITURE-JOURNAL-ETU
            END-IF
        END-IF
    END-IF.

SUPPRIMER-ABSENCE.
    PERFORM SAISIR-CLE-ABSENCE.
    IF saisieValide = 'Y'
        PERFORM CHERCHER-ABSENCE
        IF absenceTrouvee = 'N'
            MOVE 'Absence introuvable dans ABSENCES.DAT.' TO messageErreur
            DISPLAY affiche-erreur
        ELSE
            DISPLAY affiche-absence
            DISPLAY demande-confirmation-abs
            ACCEPT reponseConfirmation
            IF reponseConfirmation = 'O' OR reponseConfirmation = 'o'
                MOVE 'E' TO actionJournal
                MOVE SPACES TO imageApres
                PERFORM APPLIQUER-MODIFICATION-ABSENCE
                PERFORM ECRITURE-JOURNAL-ETU
            END-IF
        END-IF
    END-IF.

*> L'étudiant est désigné par son matricule, qui doit figurer au
*> registre REGISTRE.MST ; le nom et la classe viennent du registre.
SAISIR-ETUDIANT.
    MOVE 'N' TO saisieValide.
    MOVE SPACES TO nomSaisi.
    MOVE SPACES TO classeInscrit.
    DISPLAY demande-matricule.
    ACCEPT matriculeSaisi.
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
        PERFORM SIGNALER-ERREUR-ABSENCE
    ELSE
        IF inscritTrouve = 'N'
            MOVE 'Matricule inconnu du registre, saisie refusée.' TO messageErreur
            PERFORM SIGNALER-ERREUR-ABSENCE
        ELSE
            DISPLAY affiche-inscrit
            MOVE 'Y' TO saisieValide
        END-IF
    END-IF.

*> La matière doit figurer au référentiel MATIERES.DAT, sauf pour
*> supprimer une absence saisie sous un code retiré depuis.
SAISIR-CLE-ABSENCE.
    PERFORM SAISIR-ETUDIANT.
    IF saisieValide = 'Y'
        MOVE 'N' TO saisieValide
        DISPLAY demande-matiere
        ACCEPT matiereSaisie
        MOVE matiereSaisie TO codeMatiereCherche
        PERFORM CHERCHER-MATIERE-REF
        IF matiereSaisie = SPACES
            MOVE 'Code matière vide, saisie refusée.' TO messageErreur
            PERFORM SIGNALER-ERREUR-ABSENCE
        ELSE
            IF indiceMatiereRefTrouvee = 0
               AND actionDemandee NOT = 'SUPPRESSION'
                MOVE 'Code matière inconnu du référentiel, saisie refusée.' TO messageErreur
                PERFORM SIGNALER-ERREUR-ABSENCE
            ELSE
                DISPLAY affiche-libelle-matiere
                PERFORM SAISIR-DATE-VALIDE
            END-IF
        END-IF
    END-IF.

*> La date du cours manqué est une date réelle, au plus tard ce jour.
SAISIR-DATE-VALIDE.
    MOVE 'N' TO saisieValide.
    DISPLAY demande-date.
    ACCEPT saisieDate.
    IF saisieDate IS NUMERIC
        MOVE saisieDate TO dateValidee
        IF FUNCTION TEST-DATE-YYYYMMDD(dateValidee) = 0
           AND dateValidee <= dateDuJour
            MOVE 'Y' TO saisieValide
        END-IF
    END-IF.
    IF saisieValide = 'N'
        MOVE 'Date invalide ou future (AAAAMMJJ attendu).' TO messageErreur
        PERFORM SIGNALER-ERREUR-ABSENCE
    END-IF.

SAISIR-PERIODE-VALIDE.
    DISPLAY demande-periode.
    ACCEPT saisiePeriode.
    IF saisiePeriode = SPACES
        MOVE 0 TO periodeValidee
    ELSE
        MOVE FUNCTION TRIM(saisiePeriode) TO periodeJustifiee
        INSPECT periodeJustifiee REPLACING LEADING SPACE BY ZERO
        IF periodeJustifiee IS NUMERIC
            MOVE periodeJustifiee TO periodeValidee
        ELSE
            MOVE 0 TO periodeValidee
            MOVE 'Période non numérique, période zéro retenue.' TO messageErreur
            DISPLAY affiche-erreur
        END-IF
    END-IF.

SAISIR-JUSTIFICATION-VALIDE.
    MOVE 'N' TO saisieValide.
    DISPLAY demande-justification.
    ACCEPT saisieJustification.
    EVALUATE saisieJustification
        WHEN 'O'
        WHEN 'o'
            MOVE 'J' TO justificationValidee
            MOVE 'Y' TO saisieValide
        WHEN 'N'
        WHEN 'n'
            MOVE 'N' TO justificationValidee
            MOVE 'Y' TO saisieValide
        WHEN OTHER
            MOVE 'Réponse invalide : O ou N attendu.' TO messageErreur
            PERFORM SIGNALER-ERREUR-ABSENCE
    END-EVALUATE.

SIGNALER-ERREUR-ABSENCE.
    MOVE 'N' TO saisieValide.
    DISPLAY affiche-erreur.
    ADD 1 TO nbEchecsSaisie.
    MOVE 'SAISIEABSENCES' TO errlog-programme.
    MOVE 'SAISIE' TO errlog-paragraphe.
    MOVE messageErreur TO errlog-message.
    PERFORM ECRITURE-ERRLOG.

CHERCHER-ABSENCE.
    MOVE 'N' TO absenceTrouvee.
    OPEN INPUT fichier-absences.
    MOVE 'N' TO finFichierAbsences.
    PERFORM UNTIL finFichierAbsences = 'Y'
        READ fichier-absences
            AT END MOVE 'Y' TO finFichierAbsences
            NOT AT END
                IF abs-matricule = matriculeSaisi
                   AND abs-matiere = matiereSaisie
                   AND abs-date = dateValidee
                    MOVE 'Y' TO absenceTrouvee
                    MOVE enr-absence TO imageAvant
                    MOVE abs-date TO date-affichee
                    MOVE abs-periode TO periode-affichee
                    IF abs-justifiee = 'J'
                        MOVE 'OUI' TO justification-affichee
                    ELSE
                        MOVE 'NON' TO justification-affichee
                    END-IF
                    MOVE 'Y' TO finFichierAbsences
                END-IF
        END-READ
    END-PERFORM.
    CLOSE fichier-absences.

APPLIQUER-MODIFICATION-ABSENCE.
    MOVE 'N' TO modificationFaite.
    OPEN INPUT fichier-absences.
    OPEN OUTPUT fichier-absences-neuf.
    MOVE 'N' TO finFichierAbsences.
    PERFORM UNTIL finFichierAbsences = 'Y'
        READ fichier-absences
            AT END MOVE 'Y' TO finFichierAbsences
            NOT AT END PERFORM RECOPIER-ABSENCE
        END-READ
    END-PERFORM.
    CLOSE fichier-absences.
    CLOSE fichier-absences-neuf.
    PERFORM RECHARGER-FICHIER-ABSENCES.

RECOPIER-ABSENCE.
    IF abs-matricule = matriculeSaisi
       AND abs-matiere = matiereSaisie
       AND abs-date = dateValidee
       AND modificationFaite = 'N'
        MOVE 'Y' TO modificationFaite
        IF actionJournal = 'J'
            MOVE 'J' TO abs-justifiee
            MOVE enr-absence TO imageApres
            WRITE enr-absence-neuf FROM enr-absence
        END-IF
    ELSE
        WRITE enr-absence-neuf FROM enr-absence
    END-IF.

RECHARGER-FICHIER-ABSENCES.
    OPEN INPUT fichier-absences-neuf.
    OPEN OUTPUT fichier-absences.
    MOVE 'N' TO finFichierAbsences.
    PERFORM UNTIL finFichierAbsences = 'Y'
        READ fichier-absences-neuf
            AT END MOVE 'Y' TO finFichierAbsences
            NOT AT END WRITE enr-absence FROM enr-absence-neuf
        END-READ
    END-PERFORM.
    CLOSE fichier-absences-neuf.
    CLOSE fichier-absences.

ECRITURE-JOURNAL-ETU.
    MOVE FUNCTION CURRENT-DATE(1:8) TO jrn-date.
    MOVE FUNCTION CURRENT-DATE(9:6) TO jrn-heure.
    MOVE actionJournal TO jrn-action.
    MOVE imageAvant TO jrn-avant.
    MOVE imageApres TO jrn-apres.
    MOVE codeOperateur TO jrn-operateur.
    MOVE SPACES TO jrn-valideur.
    OPEN EXTEND fichier-journal-etu.
    WRITE enr-journal-etu.
    CLOSE fichier-journal-etu.

COPY "signon.cpy".

COPY "permission-controle.cpy".

COPY "registre-lecture.cpy".

COPY "matieres-charge.cpy".

COPY "verrou-prise.cpy".

COPY "errlog-write.cpy".
