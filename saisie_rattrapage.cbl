IDENTIFICATION DIVISION.
PROGRAM-ID. SAISIERATTRAP.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "rattrapage-select.cpy".
    SELECT OPTIONAL fichier-rattrapage-neuf ASSIGN TO "RATTRAPAGE.NEW"
        ORGANIZATION IS LINE SEQUENTIAL.
    COPY "etujrn-select.cpy".
    COPY "matieres-select.cpy".
    COPY "operateurs-select.cpy".
    COPY "permissions-select.cpy".
    COPY "verrou-select.cpy".
    COPY "errlog-select.cpy".
DATA DIVISION.
FILE SECTION.
COPY "rattrapage-fd.cpy".
FD fichier-rattrapage-neuf.
01 enr-rattrapage-neuf PIC X(48).
COPY "etujrn-fd.cpy".
COPY "matieres-fd.cpy".
COPY "operateurs-fd.cpy".
COPY "permissions-fd.cpy".
COPY "verrou-fd.cpy".
COPY "errlog-fd.cpy".
WORKING-STORAGE SECTION.
       COPY "errlog-ws.cpy".
       COPY "verrou-ws.cpy".
       COPY "signon-ws.cpy".
       COPY "matieres-table.cpy".
       77 statutRattrapage PIC XX.
       77 choix PIC X(1).
       77 menuTermine PIC X(1) VALUE 'N'.
       77 nbEchecsSaisie PIC 9(2) VALUE 0.
       77 nbEchecsSaisieMax PIC 9(2) VALUE 5.
       77 messageErreur PIC X(60).
       77 reponseConfirmation PIC X(1).
       77 saisieValide PIC X(1).
       77 matriculeSaisi PIC X(8).
       77 matiereSaisie PIC X(5).
       77 saisiePeriode PIC X(6).
       77 periodeJustifiee PIC X(6) JUSTIFIED RIGHT.
       77 periodeValidee PIC 9(6).
       77 saisieNote PIC X(4).
       77 noteJustifiee PIC X(4) JUSTIFIED RIGHT.
       77 noteEntiere PIC 9(4).
       77 noteValidee PIC 99V99.
       77 rattrapageTrouve PIC X(1).
       77 finFichierRattrapage PIC X(1).
       77 modificationFaite PIC X(1).
       77 actionJournal PIC X(1).
       77 imageAvant PIC X(50).
       77 imageApres PIC X(50).
       77 nomAffiche PIC X(20).
       77 note-session1-affichee PIC X(5).
       77 note-rattrapage-affichee PIC X(8).
       77 note-editee PIC Z9.99.
       77 ligneEcranRattrapage PIC 9(2).
       77 ligneRattrapage PIC X(70).
       77 nbMatieresEtudiant PIC 9(2).

SCREEN SECTION.
1 menu-rattrapage.
    2 BLANK SCREEN.
    2 LINE 2 COL 10 VALUE 'Saisie des notes de rattrapage'.
    2 LINE 4 COL 10 VALUE '1. Consulter les rattrapages d''un étudiant'.
    2 LINE 5 COL 10 VALUE '2. Saisir une note de rattrapage'.
    2 LINE 6 COL 10 VALUE '0. Quitter'.
    2 LINE 8 COL 10 VALUE 'Votre choix : '.
1 demande-matricule.
    2 LINE 10 COL 10 VALUE 'Matricule de l''étudiant (8 caractères max) : '.
1 demande-periode.
    2 LINE 11 COL 10 VALUE 'Période délibérée (AAAAPP, vide = toutes) : '.
1 demande-matiere.
    2 LINE 12 COL 10 VALUE 'Code matière (5 caractères) : '.
1 affiche-libelle-matiere.
    2 LINE 12 COL 50 PIC X(30) FROM libelleMatiereTrouve.
1 affiche-rattrapage.
    2 LINE 14 COL 10 VALUE 'Etudiant : '.
    2 PIC X(20) FROM nomAffiche.
    2 LINE 15 COL 10 VALUE 'Note de session 1 : '.
    2 PIC X(5) FROM note-session1-affichee.
    2 COL 40 VALUE 'Note de rattrapage : '.
    2 PIC X(8) FROM note-rattrapage-affichee.
1 demande-note.
    2 LINE 17 COL 10 VALUE 'Note de rattrapage sur 20 (4 chiffres, ex 1550 = 15.50) : '.
1 entete-rattrapages.
    2 LINE 12 COL 10 VALUE 'MATIERE                        SESSION 1  RATTRAPAGE'.
1 affiche-ligne-rattrapage.
    2 LINE ligneEcranRattrapage COL 10.
    2 PIC X(70) FROM ligneRattrapage.
1 demande-retour.
    2 LINE 22 COL 10 VALUE 'Appuyer sur Entrée pour revenir au menu : '.
1 affiche-erreur.
    2 LINE 21 COL 10.
    2 PIC X(60) FROM messageErreur.

PROCEDURE DIVISION.

TRAITEMENT-PRINCIPAL.
    MOVE 'SAISIERATTRAP' TO errlog-programme.
    MOVE 'SAISIERATTRAP' TO nomVerrou.
    MOVE 'I' TO modeVerrouDemande.
    PERFORM PRENDRE-VERROU.
    IF verrouObtenu = 'N'
        DISPLAY 'SAISIERATTRAP déjà en cours, démarrage refusé (voir ERRLOG.DAT).'
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM SIGNON-OPERATEUR.
    IF operateurValide = 'Y'
        MOVE 'SAISIERATTRAP' TO programmeDemande
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
        DISPLAY 'MATIERES.DAT invalide ou absent, saisie des rattrapages refusée.'
        PERFORM LIBERER-VERROU
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM UNTIL menuTermine = 'Y' OR nbEchecsSaisie >= nbEchecsSaisieMax
        DISPLAY menu-rattrapage
        ACCEPT choix
            ON EXCEPTION
                MOVE 'SAISIERATTRAP' TO errlog-programme
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
                    PERFORM CONSULTER-RATTRAPAGES
                END-IF
            WHEN '2'
                MOVE 'SAISIE' TO actionDemandee
                PERFORM CONTROLER-PERMISSION
                IF permissionAccordee = 'Y'
                    PERFORM SAISIR-NOTE-RATTRAPAGE
                END-IF
            WHEN '0'
                MOVE 'Y' TO menuTermine
            WHEN OTHER
                ADD 1 TO nbEchecsSaisie
                MOVE 'Choix invalide, veuillez saisir 0, 1 ou 2.' TO messageErreur
                DISPLAY affiche-erreur
        END-EVALUATE
    END-PERFORM.
    PERFORM LIBERER-VERROU.
    STOP RUN.

*> Les matières au rattrapage de l'étudiant pour la période, telles
*> que la première délibération (JURYDELIB) les a listées.
CONSULTER-RATTRAPAGES.
    PERFORM SAISIR-ETUDIANT-PERIODE.
    IF saisieValide = 'Y'
        DISPLAY entete-rattrapages
        MOVE 13 TO ligneEcranRattrapage
        MOVE 0 TO nbMatieresEtudiant
        OPEN INPUT fichier-rattrapage
        MOVE 'N' TO finFichierRattrapage
        PERFORM UNTIL finFichierRattrapage = 'Y'
            READ fichier-rattrapage
                AT END MOVE 'Y' TO finFichierRattrapage
                NOT AT END PERFORM PRESENTER-RATTRAPAGE
            END-READ
        END-PERFORM
        CLOSE fichier-rattrapage
        IF nbMatieresEtudiant = 0
            MOVE 'Aucun rattrapage pour cet étudiant et cette période.' TO messageErreur
            DISPLAY affiche-erreur
        END-IF
        DISPLAY demande-retour
        ACCEPT reponseConfirmation
    END-IF.

PRESENTER-RATTRAPAGE.
    IF rat-matricule = matriculeSaisi
       AND rat-periode = periodeValidee
        ADD 1 TO nbMatieresEtudiant
        IF ligneEcranRattrapage <= 20
            MOVE rat-matiere TO codeMatiereCherche
            PERFORM CHERCHER-MATIERE-REF
            PERFORM PREPARER-NOTES-AFFICHEES
            MOVE SPACES TO ligneRattrapage
            STRING libelleMatiereTrouve
                ' ' note-session1-affichee
                '      ' note-rattrapage-affichee
                DELIMITED BY SIZE INTO ligneRattrapage
            DISPLAY affiche-ligne-rattrapage
            ADD 1 TO ligneEcranRattrapage
        END-IF
    END-IF.

*> Une note de rattrapage ne se saisit que pour une matière listée au
*> rattrapage de l'étudiant ; une note déjà saisie peut être corrigée.
SAISIR-NOTE-RATTRAPAGE.
    PERFORM SAISIR-ETUDIANT-PERIODE.
    IF saisieValide = 'Y'
        MOVE 'N' TO saisieValide
        DISPLAY demande-matiere
        ACCEPT matiereSaisie
        MOVE matiereSaisie TO codeMatiereCherche
        PERFORM CHERCHER-MATIERE-REF
        DISPLAY affiche-libelle-matiere
        PERFORM CHERCHER-RATTRAPAGE
        IF rattrapageTrouve = 'N'
            MOVE 'Matière absente du rattrapage de cet étudiant.' TO messageErreur
            PERFORM SIGNALER-ERREUR-RATTRAPAGE
        ELSE
            DISPLAY affiche-rattrapage
            PERFORM SAISIR-NOTE-VALIDE
            IF saisieValide = 'Y'
                MOVE 'T' TO actionJournal
                PERFORM APPLIQUER-NOTE-RATTRAPAGE
                PERFORM ECRITURE-JOURNAL-ETU
            END-IF
        END-IF
    END-IF.

SAISIR-ETUDIANT-PERIODE.
    MOVE 'N' TO saisieValide.
    DISPLAY demande-matricule.
    ACCEPT matriculeSaisi.
    IF matriculeSaisi = SPACES OR matriculeSaisi(1:1) = SPACE
        MOVE 'Matricule vide ou commençant par un espace, refusé.' TO messageErreur
        PERFORM SIGNALER-ERREUR-RATTRAPAGE
    ELSE
        DISPLAY demande-periode
        ACCEPT saisiePeriode
        IF saisiePeriode = SPACES
            MOVE 0 TO periodeValidee
            MOVE 'Y' TO saisieValide
        ELSE
            MOVE FUNCTION TRIM(saisiePeriode) TO periodeJustifiee
            INSPECT periodeJustifiee REPLACING LEADING SPACE BY ZERO
            IF periodeJustifiee IS NUMERIC
                MOVE periodeJustifiee TO periodeValidee
                MOVE 'Y' TO saisieValide
            ELSE
                MOVE 'Période non numérique, saisie refusée.' TO messageErreur
                PERFORM SIGNALER-ERREUR-RATTRAPAGE
            END-IF
        END-IF
    END-IF.

SAISIR-NOTE-VALIDE.
    MOVE 'N' TO saisieValide.
    DISPLAY demande-note.
    ACCEPT saisieNote.
    MOVE FUNCTION TRIM(saisieNote) TO noteJustifiee.
    INSPECT noteJustifiee REPLACING LEADING SPACE BY ZERO.
    IF noteJustifiee NOT NUMERIC
        MOVE 'Note non numérique, saisie refusée.' TO messageErreur
        PERFORM SIGNALER-ERREUR-RATTRAPAGE
    ELSE
        MOVE noteJustifiee TO noteEntiere
        IF noteEntiere > 2000
            MOVE 'Note hors limites : elle doit être entre 0 et 20.' TO messageErreur
            PERFORM SIGNALER-ERREUR-RATTRAPAGE
        ELSE
            COMPUTE noteValidee = noteEntiere / 100
            MOVE 'Y' TO saisieValide
        END-IF
    END-IF.

SIGNALER-ERREUR-RATTRAPAGE.
    MOVE 'N' TO saisieValide.
    DISPLAY affiche-erreur.
    ADD 1 TO nbEchecsSaisie.
    MOVE 'SAISIERATTRAP' TO errlog-programme.
    MOVE 'SAISIE' TO errlog-paragraphe.
    MOVE messageErreur TO errlog-message.
    PERFORM ECRITURE-ERRLOG.

PREPARER-NOTES-AFFICHEES.
    MOVE rat-note-session1 TO note-editee.
    MOVE note-editee TO note-session1-affichee.
    IF rat-saisie = 'O'
        MOVE rat-note-rattrapage TO note-editee
        MOVE note-editee TO note-rattrapage-affichee
    ELSE
        MOVE 'A SAISIR' TO note-rattrapage-affichee
    END-IF.

CHERCHER-RATTRAPAGE.
    MOVE 'N' TO rattrapageTrouve.
    OPEN INPUT fichier-rattrapage.
    MOVE 'N' TO finFichierRattrapage.
    PERFORM UNTIL finFichierRattrapage = 'Y'
        READ fichier-rattrapage
            AT END MOVE 'Y' TO finFichierRattrapage
            NOT AT END
                IF rat-matricule = matriculeSaisi
                   AND rat-periode = periodeValidee
                   AND rat-matiere = matiereSaisie
                    MOVE 'Y' TO rattrapageTrouve
                    MOVE enr-rattrapage TO imageAvant
                    MOVE rat-nom TO nomAffiche
                    PERFORM PREPARER-NOTES-AFFICHEES
                    MOVE 'Y' TO finFichierRattrapage
                END-IF
        END-READ
    END-PERFORM.
    CLOSE fichier-rattrapage.

APPLIQUER-NOTE-RATTRAPAGE.
    MOVE 'N' TO modificationFaite.
    OPEN INPUT fichier-rattrapage.
    OPEN OUTPUT fichier-rattrapage-neuf.
    MOVE 'N' TO finFichierRattrapage.
    PERFORM UNTIL finFichierRattrapage = 'Y'
        READ fichier-rattrapage
            AT END MOVE 'Y' TO finFichierRattrapage
            NOT AT END PERFORM RECOPIER-RATTRAPAGE
        END-READ
    END-PERFORM.
    CLOSE fichier-rattrapage.
    CLOSE fichier-rattrapage-neuf.
    PERFORM RECHARGER-FICHIER-RATTRAPAGE.

RECOPIER-RATTRAPAGE.
    IF rat-matricule = matriculeSaisi
       AND rat-periode = periodeValidee
       AND rat-matiere = matiereSaisie
       AND modificationFaite = 'N'
        MOVE 'Y' TO modificationFaite
        MOVE noteValidee TO rat-note-rattrapage
        MOVE 'O' TO rat-saisie
        MOVE enr-rattrapage TO imageApres
    END-IF.
    WRITE enr-rattrapage-neuf FROM enr-rattrapage.

RECHARGER-FICHIER-RATTRAPAGE.
    OPEN INPUT fichier-rattrapage-neuf.
    OPEN OUTPUT fichier-rattrapage.
    MOVE 'N' TO finFichierRattrapage.
    PERFORM UNTIL finFichierRattrapage = 'Y'
        READ fichier-rattrapage-neuf
            AT END MOVE 'Y' TO finFichierRattrapage
            NOT AT END WRITE enr-rattrapage FROM enr-rattrapage-neuf
        END-READ
    END-PERFORM.
    CLOSE fichier-rattrapage-neuf.
    CLOSE fichier-rattrapage.

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

COPY "matieres-charge.cpy".

COPY "verrou-prise.cpy".

COPY "errlog-write.cpy".
