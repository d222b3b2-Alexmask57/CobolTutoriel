IDENTIFICATION DIVISION.
PROGRAM-ID. MAINTREGISTRE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "registre-select.cpy".
    COPY "etujrn-select.cpy".
    COPY "etudiants-select.cpy".
    COPY "rattrapage-select.cpy".
    COPY "operateurs-select.cpy".
    COPY "permissions-select.cpy".
    COPY "verrou-select.cpy".
    COPY "errlog-select.cpy".
DATA DIVISION.
FILE SECTION.
COPY "registre-fd.cpy".
COPY "etujrn-fd.cpy".
COPY "etudiants-fd.cpy".
COPY "rattrapage-fd.cpy".
COPY "operateurs-fd.cpy".
COPY "permissions-fd.cpy".
COPY "verrou-fd.cpy".
COPY "errlog-fd.cpy".
WORKING-STORAGE SECTION.
       COPY "errlog-ws.cpy".
       COPY "verrou-ws.cpy".
       COPY "signon-ws.cpy".
       COPY "registre-ws.cpy".
       77 choix PIC X(1).
       77 menuTermine PIC X(1) VALUE 'N'.
       77 nbEchecsSaisie PIC 9(2) VALUE 0.
       77 nbEchecsSaisieMax PIC 9(2) VALUE 5.
       77 messageErreur PIC X(60).
       77 reponseConfirmation PIC X(1).
       77 saisieValide PIC X(1).
       77 matriculeSaisi PIC X(8).
       77 nomSaisi PIC X(20).
       77 saisieNaissance PIC X(8).
       77 naissanceValidee PIC 9(8).
       77 classeSaisie PIC X(5).
       77 statutSaisi PIC X(1).
       77 actionJournal PIC X(1).
       77 imageAvant PIC X(50).
       77 imageApres PIC X(50).
       77 naissance-affichee PIC X(8).
       77 statutEtudiants PIC XX.
       77 statutRattrapage PIC XX.
       77 finFichierNotes PIC X(1).
       77 notesExistantes PIC X(1).

SCREEN SECTION.
1 menu-registre.
    2 BLANK SCREEN.
    2 LINE 2 COL 10 VALUE 'Registre des étudiants'.
    2 LINE 4 COL 10 VALUE '1. Consulter un étudiant'.
    2 LINE 5 COL 10 VALUE '2. Inscrire un étudiant'.
    2 LINE 6 COL 10 VALUE '3. Modifier un étudiant'.
    2 LINE 7 COL 10 VALUE '0. Quitter'.
    2 LINE 9 COL 10 VALUE 'Votre choix : '.
1 demande-matricule.
    2 LINE 11 COL 10 VALUE 'Matricule (8 caractères max) : '.
1 affiche-inscrit.
    2 LINE 12 COL 10 VALUE 'Nom : '.
    2 PIC X(20) FROM ins-nom.
    2 COL 40 VALUE 'Né le : '.
    2 PIC X(8) FROM naissance-affichee.
    2 LINE 13 COL 10 VALUE 'Classe : '.
    2 PIC X(5) FROM ins-classe.
    2 COL 40 VALUE 'Statut (I inscrit, S sorti) : '.
    2 PIC X(1) FROM ins-statut.
1 demande-nom.
    2 LINE 15 COL 10 VALUE 'Nom (20 caractères max) : '.
1 demande-naissance.
    2 LINE 16 COL 10 VALUE 'Date de naissance (AAAAMMJJ) : '.
1 demande-classe.
    2 LINE 17 COL 10 VALUE 'Code classe (5 caractères) : '.
1 demande-statut.
    2 LINE 18 COL 10 VALUE 'Statut (I inscrit, S sorti) : '.
1 rappel-modification.
    2 LINE 14 COL 10 VALUE 'Laisser une zone vide pour garder la valeur actuelle.'.
1 demande-retour.
    2 LINE 20 COL 10 VALUE 'Appuyer sur Entrée pour revenir au menu : '.
1 affiche-erreur.
    2 LINE 21 COL 10.
    2 PIC X(60) FROM messageErreur.

PROCEDURE DIVISION.

TRAITEMENT-PRINCIPAL.
    MOVE 'MAINTREGISTRE' TO errlog-programme.
    MOVE 'MAINTREGISTRE' TO nomVerrou.
    MOVE 'I' TO modeVerrouDemande.
    PERFORM PRENDRE-VERROU.
    IF verrouObtenu = 'N'
        DISPLAY 'MAINTREGISTRE déjà en cours, démarrage refusé (voir ERRLOG.DAT).'
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM SIGNON-OPERATEUR.
    IF operateurValide = 'Y'
        MOVE 'MAINTREGISTRE' TO programmeDemande
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
        DISPLAY menu-registre
        ACCEPT choix
            ON EXCEPTION
                MOVE 'MAINTREGISTRE' TO errlog-programme
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
                    PERFORM CONSULTER-INSCRIT
                END-IF
            WHEN '2'
                MOVE 'INSCRIPTION' TO actionDemandee
                PERFORM CONTROLER-PERMISSION
                IF permissionAccordee = 'Y'
                    PERFORM INSCRIRE-ETUDIANT
                END-IF
            WHEN '3'
                MOVE 'CORRECTION' TO actionDemandee
                PERFORM CONTROLER-PERMISSION
                IF permissionAccordee = 'Y'
                    PERFORM MODIFIER-INSCRIT
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

CONSULTER-INSCRIT.
    PERFORM LIRE-INSCRIT.
    IF statutRegistre = '00'
        DISPLAY affiche-inscrit
        DISPLAY demande-retour
        ACCEPT reponseConfirmation
        CLOSE fichier-registre
    END-IF.

*> Un matricule n'est jamais réattribué : l'inscription d'un
*> matricule déjà présent au registre est refusée, même sorti.
INSCRIRE-ETUDIANT.
    MOVE 'N' TO saisieValide.
    DISPLAY demande-matricule.
    ACCEPT matriculeSaisi.
    IF matriculeSaisi = SPACES OR matriculeSaisi(1:1) = SPACE
        MOVE 'Matricule vide ou commençant par un espace, refusé.' TO messageErreur
        PERFORM SIGNALER-ERREUR-REGISTRE
    ELSE
        PERFORM OUVRIR-REGISTRE-MAJ
        IF statutRegistre = '00'
            MOVE matriculeSaisi TO ins-matricule
            READ fichier-registre
                INVALID KEY CONTINUE
            END-READ
            IF statutRegistre = '00'
                MOVE 'Matricule déjà inscrit au registre, inscription refusée.' TO messageErreur
                PERFORM SIGNALER-ERREUR-REGISTRE
            ELSE
                PERFORM SAISIR-NOUVEL-INSCRIT
                IF saisieValide = 'Y'
                    PERFORM ECRIRE-NOUVEL-INSCRIT
                END-IF
            END-IF
            CLOSE fichier-registre
        END-IF
    END-IF.

SAISIR-NOUVEL-INSCRIT.
    DISPLAY demande-nom.
    ACCEPT nomSaisi.
    IF nomSaisi = SPACES OR nomSaisi(1:1) = SPACE
        MOVE 'Nom vide ou commençant par un espace, saisie refusée.' TO messageErreur
        PERFORM SIGNALER-ERREUR-REGISTRE
    ELSE
        PERFORM SAISIR-NAISSANCE-VALIDE
    END-IF.
    IF saisieValide = 'Y'
        MOVE 'N' TO saisieValide
        DISPLAY demande-classe
        ACCEPT classeSaisie
        IF classeSaisie = SPACES
            MOVE 'Code classe vide, saisie refusée.' TO messageErreur
            PERFORM SIGNALER-ERREUR-REGISTRE
        ELSE
            MOVE 'Y' TO saisieValide
        END-IF
    END-IF.

ECRIRE-NOUVEL-INSCRIT.
    MOVE matriculeSaisi TO ins-matricule.
    MOVE nomSaisi TO ins-nom.
    MOVE naissanceValidee TO ins-date-naissance.
    MOVE classeSaisie TO ins-classe.
    MOVE 'I' TO ins-statut.
    WRITE enr-inscrit
        INVALID KEY
            MOVE 'Ecriture au registre impossible.' TO messageErreur
            PERFORM SIGNALER-ERREUR-REGISTRE
    END-WRITE.
    IF statutRegistre = '00'
        MOVE 'N' TO actionJournal
        MOVE SPACES TO imageAvant
        MOVE enr-inscrit TO imageApres
        PERFORM ECRITURE-JOURNAL-REGISTRE
    END-IF.

MODIFIER-INSCRIT.
    PERFORM LIRE-INSCRIT.
    IF statutRegistre = '00'
        MOVE enr-inscrit TO imageAvant
        DISPLAY affiche-inscrit
        DISPLAY rappel-modification
        MOVE 'Y' TO saisieValide
        DISPLAY demande-nom
        ACCEPT nomSaisi
        IF nomSaisi NOT = SPACES AND nomSaisi NOT = ins-nom
            PERFORM CHERCHER-NOTES-MATRICULE
            EVALUATE TRUE
                WHEN nomSaisi(1:1) = SPACE
                    MOVE 'Nom commençant par un espace, modification refusée.' TO messageErreur
                    PERFORM SIGNALER-ERREUR-REGISTRE
                WHEN notesExistantes = 'Y'
                    MOVE 'Notes déjà saisies sous ce nom, changement refusé.' TO messageErreur
                    PERFORM SIGNALER-ERREUR-REGISTRE
                WHEN OTHER
                    MOVE nomSaisi TO ins-nom
            END-EVALUATE
        END-IF
        IF saisieValide = 'Y'
            DISPLAY demande-naissance
            ACCEPT saisieNaissance
            IF saisieNaissance NOT = SPACES
                PERFORM CONTROLER-NAISSANCE
                IF saisieValide = 'Y'
                    MOVE naissanceValidee TO ins-date-naissance
                END-IF
            END-IF
        END-IF
        IF saisieValide = 'Y'
            DISPLAY demande-classe
            ACCEPT classeSaisie
            IF classeSaisie NOT = SPACES
                MOVE classeSaisie TO ins-classe
            END-IF
            DISPLAY demande-statut
            ACCEPT statutSaisi
            IF statutSaisi = 'i' OR statutSaisi = 's'
                MOVE FUNCTION UPPER-CASE(statutSaisi) TO statutSaisi
            END-IF
            IF statutSaisi NOT = SPACE
                IF statutSaisi = 'I' OR statutSaisi = 'S'
                    MOVE statutSaisi TO ins-statut
                ELSE
                    MOVE 'Statut invalide : I ou S attendu.' TO messageErreur
                    PERFORM SIGNALER-ERREUR-REGISTRE
                END-IF
            END-IF
        END-IF
        IF saisieValide = 'Y'
            REWRITE enr-inscrit
                INVALID KEY
                    MOVE 'Réécriture au registre impossible.' TO messageErreur
                    PERFORM SIGNALER-ERREUR-REGISTRE
            END-REWRITE
            IF statutRegistre = '00'
                MOVE 'R' TO actionJournal
                MOVE enr-inscrit TO imageApres
                PERFORM ECRITURE-JOURNAL-REGISTRE
            END-IF
        END-IF
        CLOSE fichier-registre
    END-IF.

*> Les notes (ETUDIANTS.DAT, RATTRAPAGE.DAT) portent le matricule et
*> le nom, sur lesquels rompent les bulletins, le jury et l'export :
*> le nom d'un étudiant qui a déjà des notes ne change plus.
CHERCHER-NOTES-MATRICULE.
    MOVE 'N' TO notesExistantes.
    OPEN INPUT fichier-etudiants.
    MOVE 'N' TO finFichierNotes.
    PERFORM UNTIL finFichierNotes = 'Y' OR notesExistantes = 'Y'
        READ fichier-etudiants
            AT END MOVE 'Y' TO finFichierNotes
            NOT AT END
                IF etu-matricule = ins-matricule
                    MOVE 'Y' TO notesExistantes
                END-IF
        END-READ
    END-PERFORM.
    CLOSE fichier-etudiants.
    OPEN INPUT fichier-rattrapage.
    MOVE 'N' TO finFichierNotes.
    PERFORM UNTIL finFichierNotes = 'Y' OR notesExistantes = 'Y'
        READ fichier-rattrapage
            AT END MOVE 'Y' TO finFichierNotes
            NOT AT END
                IF rat-matricule = ins-matricule
                    MOVE 'Y' TO notesExistantes
                END-IF
        END-READ
    END-PERFORM.
    CLOSE fichier-rattrapage.

LIRE-INSCRIT.
    DISPLAY demande-matricule.
    ACCEPT matriculeSaisi.
    PERFORM OUVRIR-REGISTRE-MAJ.
    IF statutRegistre = '00'
        MOVE matriculeSaisi TO ins-matricule
        READ fichier-registre
            INVALID KEY CONTINUE
        END-READ
        IF statutRegistre NOT = '00'
            MOVE 'Matricule inconnu du registre.' TO messageErreur
            DISPLAY affiche-erreur
            CLOSE fichier-registre
            MOVE '23' TO statutRegistre
        ELSE
            IF ins-date-naissance IS NUMERIC
                MOVE ins-date-naissance TO naissance-affichee
            ELSE
                MOVE SPACES TO naissance-affichee
            END-IF
        END-IF
    END-IF.

OUVRIR-REGISTRE-MAJ.
    OPEN I-O fichier-registre.
    IF statutRegistre = '05'
        MOVE '00' TO statutRegistre
    END-IF.
    IF statutRegistre NOT = '00'
        MOVE 'Ouverture du registre REGISTRE.MST impossible.' TO messageErreur
        PERFORM SIGNALER-ERREUR-REGISTRE
        MOVE '99' TO statutRegistre
    END-IF.

SAISIR-NAISSANCE-VALIDE.
    DISPLAY demande-naissance.
    ACCEPT saisieNaissance.
    PERFORM CONTROLER-NAISSANCE.

CONTROLER-NAISSANCE.
    MOVE 'N' TO saisieValide.
    IF saisieNaissance IS NUMERIC
        MOVE saisieNaissance TO naissanceValidee
        IF FUNCTION TEST-DATE-YYYYMMDD(naissanceValidee) = 0
            MOVE 'Y' TO saisieValide
        END-IF
    END-IF.
    IF saisieValide = 'N'
        MOVE 'Date de naissance invalide (AAAAMMJJ attendu).' TO messageErreur
        PERFORM SIGNALER-ERREUR-REGISTRE
    END-IF.

SIGNALER-ERREUR-REGISTRE.
    MOVE 'N' TO saisieValide.
    DISPLAY affiche-erreur.
    ADD 1 TO nbEchecsSaisie.
    MOVE 'MAINTREGISTRE' TO errlog-programme.
    MOVE 'SAISIE' TO errlog-paragraphe.
    MOVE messageErreur TO errlog-message.
    PERFORM ECRITURE-ERRLOG.

ECRITURE-JOURNAL-REGISTRE.
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

COPY "verrou-prise.cpy".

COPY "errlog-write.cpy".
