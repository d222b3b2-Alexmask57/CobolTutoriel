IDENTIFICATION DIVISION.
PROGRAM-ID. MAINTOPERATEURS.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "operateurs-select.cpy".
    SELECT OPTIONAL fichier-operateurs-neuf ASSIGN TO "OPERATEURS.NEW"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL fichier-journal-op
        ASSIGN TO "OPERATEURS.JRN"
        ORGANIZATION IS LINE SEQUENTIAL.
    COPY "permissions-select.cpy".
    COPY "verrou-select.cpy".
    COPY "errlog-select.cpy".
DATA DIVISION.
FILE SECTION.
COPY "operateurs-fd.cpy".
FD fichier-operateurs-neuf.
01 enr-operateur-neuf PIC X(45).
FD fichier-journal-op.
01 enr-journal-op.
    05 jop-date PIC 9(8).
    05 jop-heure PIC 9(6).
    05 jop-action PIC X(1).
    05 jop-avant PIC X(45).
    05 jop-apres PIC X(45).
    05 jop-operateur PIC X(8).
COPY "permissions-fd.cpy".
COPY "verrou-fd.cpy".
COPY "errlog-fd.cpy".
WORKING-STORAGE SECTION.
       COPY "errlog-ws.cpy".
       COPY "verrou-ws.cpy".
       COPY "signon-ws.cpy".
       77 choix PIC X(1).
       77 menuTermine PIC X(1) VALUE 'N'.
       77 nbEchecsSaisie PIC 9(2) VALUE 0.
       77 nbEchecsSaisieMax PIC 9(2) VALUE 5.
       77 messageErreur PIC X(60).
       77 reponseRetour PIC X(1).
       77 finFichierNeuf PIC X(1).
       77 codeSaisi PIC X(8).
       77 nomSaisi PIC X(20).
       77 roleSaisi PIC X(8).
       77 actifSaisi PIC X(1).
       77 pinConfirme PIC X(6).
       77 saisieValide PIC X(1).
       77 indiceOperateur PIC 9(3).
       77 indiceTrouve PIC 9(3).
       77 nbAdminsActifs PIC 9(3).
       77 amorcage PIC X(1) VALUE 'N'.
       77 actionJournal PIC X(1).
       77 imageAvant PIC X(45).
       77 imageApres PIC X(45).
       77 ligneEcranOp PIC 9(2).
       77 ligneListeOp PIC X(60).

       01 tableOperateurs.
          05 nbOperateurs PIC 9(3) VALUE 0.
          05 operateurConnu OCCURS 100.
             10 tab-code PIC X(8).
             10 tab-nom PIC X(20).
             10 tab-actif PIC X(1).
             10 tab-role PIC X(8).
             10 tab-empreinte PIC X(8).

SCREEN SECTION.
1 menu-operateurs.
    2 BLANK SCREEN.
    2 LINE 2 COL 10 VALUE 'Maintenance du fichier des opérateurs'.
    2 LINE 4 COL 10 VALUE '1. Lister les opérateurs'.
    2 LINE 5 COL 10 VALUE '2. Créer un opérateur'.
    2 LINE 6 COL 10 VALUE '3. Modifier nom, rôle ou état'.
    2 LINE 7 COL 10 VALUE '4. Changer le code secret'.
    2 LINE 8 COL 10 VALUE '0. Quitter'.
    2 LINE 9 COL 10 VALUE 'Votre choix : '.
1 entete-liste-op.
    2 BLANK SCREEN.
    2 LINE 1 COL 1 VALUE 'CODE     NOM                  ETAT ROLE     CODE SECRET'.
1 affiche-ligne-op.
    2 LINE ligneEcranOp COL 1.
    2 PIC X(60) FROM ligneListeOp.
1 demande-code-op.
    2 LINE 11 COL 10 VALUE 'Code opérateur (8 caractères max) : '.
1 affiche-operateur.
    2 LINE 12 COL 10 VALUE 'Nom : '.
    2 PIC X(20) FROM tab-nom(indiceTrouve).
    2 COL 40 VALUE 'Rôle : '.
    2 PIC X(8) FROM tab-role(indiceTrouve).
    2 COL 58 VALUE 'Etat : '.
    2 PIC X(1) FROM tab-actif(indiceTrouve).
1 demande-nom-op.
    2 LINE 13 COL 10 VALUE 'Nom (20 caractères max) : '.
1 demande-role-op.
    2 LINE 14 COL 10 VALUE 'Rôle (ADMIN, SUPERV, SAISIE, CONSULT) : '.
1 demande-etat-op.
    2 LINE 15 COL 10 VALUE 'Etat (A actif, I inactif) : '.
1 demande-pin-op.
    2 LINE 16 COL 10 VALUE 'Nouveau code secret (4 à 6 chiffres) : '.
1 demande-pin-confirme.
    2 LINE 17 COL 10 VALUE 'Confirmer le code secret : '.
1 demande-retour.
    2 LINE 20 COL 10 VALUE 'Appuyer sur Entrée pour revenir au menu : '.
1 affiche-erreur.
    2 LINE 21 COL 10.
    2 PIC X(60) FROM messageErreur.

PROCEDURE DIVISION.

TRAITEMENT-PRINCIPAL.
    MOVE 'MAINTOPERATEURS' TO errlog-programme.
    MOVE 'MAINTOPERATEURS' TO nomVerrou.
    MOVE 'I' TO modeVerrouDemande.
    PERFORM PRENDRE-VERROU.
    IF verrouObtenu = 'N'
        DISPLAY 'MAINTOPERATEURS déjà en cours, démarrage refusé (voir ERRLOG.DAT).'
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM CHARGER-OPERATEURS.
    IF nbAdminsActifs = 0
        PERFORM AMORCER-ADMINISTRATEUR
    ELSE
        PERFORM SIGNON-OPERATEUR
        IF operateurValide = 'Y'
            MOVE 'MAINTOPERATEURS' TO programmeDemande
            MOVE 'ACCES' TO actionDemandee
            PERFORM CONTROLER-PERMISSION
            IF permissionAccordee = 'N'
                MOVE 'N' TO operateurValide
            END-IF
        END-IF
    END-IF.
    IF operateurValide = 'N'
        PERFORM LIBERER-VERROU
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM UNTIL menuTermine = 'Y' OR nbEchecsSaisie >= nbEchecsSaisieMax
        DISPLAY menu-operateurs
        ACCEPT choix
            ON EXCEPTION
                MOVE 'MAINTOPERATEURS' TO errlog-programme
                MOVE 'TRAITEMENT-PRINCIPAL' TO errlog-paragraphe
                MOVE 'Saisie du choix interrompue' TO errlog-message
                PERFORM ECRITURE-ERRLOG
                MOVE 'Y' TO menuTermine
        END-ACCEPT
        EVALUATE choix
            WHEN '1'
                PERFORM LISTER-OPERATEURS
            WHEN '2'
                PERFORM CREER-OPERATEUR
            WHEN '3'
                PERFORM MODIFIER-OPERATEUR
            WHEN '4'
                PERFORM CHANGER-CODE-SECRET
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

CHARGER-OPERATEURS.
    MOVE 0 TO nbOperateurs.
    MOVE 0 TO nbAdminsActifs.
    OPEN INPUT fichier-operateurs.
    IF statutOperateurs = '00'
        MOVE 'N' TO finFichierOperateurs
        PERFORM UNTIL finFichierOperateurs = 'Y'
            READ fichier-operateurs
                AT END MOVE 'Y' TO finFichierOperateurs
                NOT AT END PERFORM RANGER-OPERATEUR
            END-READ
        END-PERFORM
    END-IF.
    CLOSE fichier-operateurs.

RANGER-OPERATEUR.
    IF nbOperateurs < 100
        ADD 1 TO nbOperateurs
        MOVE op-code TO tab-code(nbOperateurs)
        MOVE op-nom TO tab-nom(nbOperateurs)
        MOVE op-actif TO tab-actif(nbOperateurs)
        MOVE op-role TO tab-role(nbOperateurs)
        MOVE op-empreinte-pin TO tab-empreinte(nbOperateurs)
        IF op-actif = 'A' AND op-role = 'ADMIN'
           AND op-empreinte-pin IS NUMERIC
            ADD 1 TO nbAdminsActifs
        END-IF
    ELSE
        MOVE 'MAINTOPERATEURS' TO errlog-programme
        MOVE 'CHARGER-OPERATEURS' TO errlog-paragraphe
        MOVE 'Table des opérateurs pleine, opérateur ignoré' TO errlog-message
        PERFORM ECRITURE-ERRLOG
    END-IF.

*> Sans aucun administrateur actif doté d'un code secret (première
*> installation, ou fichier repris d'avant les rôles), personne ne
*> peut signer : on fait créer le premier administrateur, qui devient
*> l'opérateur de la session. L'amorçage est tracé dans ERRLOG.DAT.
AMORCER-ADMINISTRATEUR.
    MOVE 'Y' TO amorcage.
    DISPLAY 'Aucun administrateur actif : création du premier administrateur.'.
    MOVE 'MAINTOPERATEURS' TO errlog-programme.
    MOVE 'AMORCER-ADMINISTRATEUR' TO errlog-paragraphe.
    MOVE 'Aucun administrateur actif, amorçage sans signature' TO errlog-message.
    PERFORM ECRITURE-ERRLOG.
    PERFORM CREER-OPERATEUR.
    IF saisieValide = 'Y'
        MOVE 'Y' TO operateurValide
        MOVE codeSaisi TO codeOperateur
        MOVE 'ADMIN' TO roleOperateur
    ELSE
        MOVE 'N' TO operateurValide
    END-IF.
    MOVE 'N' TO amorcage.

LISTER-OPERATEURS.
    DISPLAY entete-liste-op.
    MOVE 2 TO ligneEcranOp.
    PERFORM VARYING indiceOperateur FROM 1 BY 1
            UNTIL indiceOperateur > nbOperateurs OR ligneEcranOp > 19
        MOVE SPACES TO ligneListeOp
        IF tab-empreinte(indiceOperateur) IS NUMERIC
            STRING tab-code(indiceOperateur) ' '
                tab-nom(indiceOperateur) ' '
                tab-actif(indiceOperateur) '    '
                tab-role(indiceOperateur) ' DEFINI'
                DELIMITED BY SIZE INTO ligneListeOp
        ELSE
            STRING tab-code(indiceOperateur) ' '
                tab-nom(indiceOperateur) ' '
                tab-actif(indiceOperateur) '    '
                tab-role(indiceOperateur) ' A DEFINIR'
                DELIMITED BY SIZE INTO ligneListeOp
        END-IF
        DISPLAY affiche-ligne-op
        ADD 1 TO ligneEcranOp
    END-PERFORM.
    DISPLAY demande-retour.
    ACCEPT reponseRetour.

CREER-OPERATEUR.
    MOVE 'N' TO saisieValide.
    DISPLAY demande-code-op.
    ACCEPT codeSaisi.
    PERFORM CHERCHER-OPERATEUR.
    IF codeSaisi = SPACES OR codeSaisi(1:1) = SPACE
        MOVE 'Code vide ou commençant par un espace, création refusée.' TO messageErreur
        PERFORM SIGNALER-ERREUR-OPERATEUR
    ELSE
        IF indiceTrouve > 0
            MOVE 'Code opérateur déjà présent, utiliser la modification.' TO messageErreur
            PERFORM SIGNALER-ERREUR-OPERATEUR
        ELSE
            IF nbOperateurs >= 100
                MOVE 'Table des opérateurs pleine, création refusée.' TO messageErreur
                PERFORM SIGNALER-ERREUR-OPERATEUR
            ELSE
                PERFORM SAISIR-FICHE-OPERATEUR
            END-IF
        END-IF
    END-IF.
    IF saisieValide = 'Y'
        PERFORM SAISIR-NOUVEAU-PIN
    END-IF.
    IF saisieValide = 'Y'
        ADD 1 TO nbOperateurs
        MOVE nbOperateurs TO indiceTrouve
        MOVE codeSaisi TO tab-code(indiceTrouve)
        MOVE nomSaisi TO tab-nom(indiceTrouve)
        MOVE roleSaisi TO tab-role(indiceTrouve)
        MOVE actifSaisi TO tab-actif(indiceTrouve)
        MOVE empreintePinCalculee TO tab-empreinte(indiceTrouve)
        MOVE SPACES TO imageAvant
        PERFORM PREPARER-IMAGE-APRES
        MOVE 'A' TO actionJournal
        PERFORM ENREGISTRER-OPERATEURS
    END-IF.

MODIFIER-OPERATEUR.
    DISPLAY demande-code-op.
    ACCEPT codeSaisi.
    PERFORM CHERCHER-OPERATEUR.
    IF indiceTrouve = 0
        MOVE 'Code opérateur inconnu dans OPERATEURS.DAT.' TO messageErreur
        PERFORM SIGNALER-ERREUR-OPERATEUR
    ELSE
        DISPLAY affiche-operateur
        PERFORM PREPARER-IMAGE-AVANT
        PERFORM SAISIR-FICHE-OPERATEUR
        IF saisieValide = 'Y' AND codeSaisi = codeOperateur
           AND (roleSaisi NOT = tab-role(indiceTrouve)
                OR actifSaisi NOT = 'A')
            MOVE 'Un opérateur ne peut changer ni son rôle ni son état.' TO messageErreur
            PERFORM SIGNALER-ERREUR-OPERATEUR
            MOVE 'N' TO saisieValide
        END-IF
        IF saisieValide = 'Y'
            MOVE nomSaisi TO tab-nom(indiceTrouve)
            MOVE roleSaisi TO tab-role(indiceTrouve)
            MOVE actifSaisi TO tab-actif(indiceTrouve)
            PERFORM PREPARER-IMAGE-APRES
            MOVE 'M' TO actionJournal
            PERFORM ENREGISTRER-OPERATEURS
        END-IF
    END-IF.

CHANGER-CODE-SECRET.
    DISPLAY demande-code-op.
    ACCEPT codeSaisi.
    PERFORM CHERCHER-OPERATEUR.
    IF indiceTrouve = 0
        MOVE 'Code opérateur inconnu dans OPERATEURS.DAT.' TO messageErreur
        PERFORM SIGNALER-ERREUR-OPERATEUR
    ELSE
        DISPLAY affiche-operateur
        PERFORM PREPARER-IMAGE-AVANT
        PERFORM SAISIR-NOUVEAU-PIN
        IF saisieValide = 'Y'
            MOVE empreintePinCalculee TO tab-empreinte(indiceTrouve)
            PERFORM PREPARER-IMAGE-APRES
            MOVE 'P' TO actionJournal
            PERFORM ENREGISTRER-OPERATEURS
        END-IF
    END-IF.

CHERCHER-OPERATEUR.
    MOVE 0 TO indiceTrouve.
    PERFORM VARYING indiceOperateur FROM 1 BY 1
            UNTIL indiceOperateur > nbOperateurs OR indiceTrouve > 0
        IF tab-code(indiceOperateur) = codeSaisi
            MOVE indiceOperateur TO indiceTrouve
        END-IF
    END-PERFORM.

SAISIR-FICHE-OPERATEUR.
    MOVE 'N' TO saisieValide.
    DISPLAY demande-nom-op.
    ACCEPT nomSaisi.
    IF amorcage = 'Y'
        MOVE 'ADMIN' TO roleSaisi
        MOVE 'A' TO actifSaisi
    ELSE
        DISPLAY demande-role-op
        ACCEPT roleSaisi
        DISPLAY demande-etat-op
        ACCEPT actifSaisi
    END-IF.
    IF nomSaisi = SPACES
        MOVE 'Nom vide, saisie refusée.' TO messageErreur
        PERFORM SIGNALER-ERREUR-OPERATEUR
    ELSE
        IF roleSaisi NOT = 'ADMIN' AND roleSaisi NOT = 'SUPERV'
           AND roleSaisi NOT = 'SAISIE' AND roleSaisi NOT = 'CONSULT'
            MOVE 'Rôle inconnu : ADMIN, SUPERV, SAISIE ou CONSULT.' TO messageErreur
            PERFORM SIGNALER-ERREUR-OPERATEUR
        ELSE
            IF actifSaisi = 'a'
                MOVE 'A' TO actifSaisi
            END-IF
            IF actifSaisi = 'i'
                MOVE 'I' TO actifSaisi
            END-IF
            IF actifSaisi NOT = 'A' AND actifSaisi NOT = 'I'
                MOVE 'Etat invalide, saisir A ou I.' TO messageErreur
                PERFORM SIGNALER-ERREUR-OPERATEUR
            ELSE
                MOVE 'Y' TO saisieValide
            END-IF
        END-IF
    END-IF.

SAISIR-NOUVEAU-PIN.
    MOVE 'N' TO saisieValide.
    DISPLAY demande-pin-op.
    ACCEPT pinSaisi WITH SECURE
        ON EXCEPTION
            MOVE SPACES TO pinSaisi
    END-ACCEPT.
    DISPLAY demande-pin-confirme.
    ACCEPT pinConfirme WITH SECURE
        ON EXCEPTION
            MOVE SPACES TO pinConfirme
    END-ACCEPT.
    PERFORM VALIDER-FORMAT-PIN.
    IF pinValide = 'N'
        MOVE 'Code secret invalide : 4 à 6 chiffres.' TO messageErreur
        PERFORM SIGNALER-ERREUR-OPERATEUR
    ELSE
        IF pinConfirme NOT = pinSaisi
            MOVE 'Confirmation différente du code secret saisi.' TO messageErreur
            PERFORM SIGNALER-ERREUR-OPERATEUR
        ELSE
            MOVE codeSaisi TO codePourEmpreinte
            PERFORM CALCULER-EMPREINTE-PIN
            MOVE 'Y' TO saisieValide
        END-IF
    END-IF.
    MOVE SPACES TO pinSaisi.
    MOVE SPACES TO pinConfirme.

*> L'empreinte passe par la zone brute de l'enregistrement : celle
*> d'un opérateur repris d'avant les codes secrets est encore à blanc.
PREPARER-IMAGE-AVANT.
    MOVE tab-code(indiceTrouve) TO op-code.
    MOVE tab-nom(indiceTrouve) TO op-nom.
    MOVE tab-actif(indiceTrouve) TO op-actif.
    MOVE tab-role(indiceTrouve) TO op-role.
    MOVE tab-empreinte(indiceTrouve) TO enr-operateur(38:8).
    MOVE enr-operateur TO imageAvant.

PREPARER-IMAGE-APRES.
    MOVE tab-code(indiceTrouve) TO op-code.
    MOVE tab-nom(indiceTrouve) TO op-nom.
    MOVE tab-actif(indiceTrouve) TO op-actif.
    MOVE tab-role(indiceTrouve) TO op-role.
    MOVE tab-empreinte(indiceTrouve) TO enr-operateur(38:8).
    MOVE enr-operateur TO imageApres.

SIGNALER-ERREUR-OPERATEUR.
    DISPLAY affiche-erreur.
    ADD 1 TO nbEchecsSaisie.
    MOVE 'MAINTOPERATEURS' TO errlog-programme.
    MOVE 'SAISIE' TO errlog-paragraphe.
    MOVE messageErreur TO errlog-message.
    PERFORM ECRITURE-ERRLOG.

*> Le fichier est réécrit en entier depuis la table, via
*> OPERATEURS.NEW, puis la modification est journalisée.
ENREGISTRER-OPERATEURS.
    OPEN OUTPUT fichier-operateurs-neuf.
    PERFORM VARYING indiceOperateur FROM 1 BY 1
            UNTIL indiceOperateur > nbOperateurs
        MOVE tab-code(indiceOperateur) TO op-code
        MOVE tab-nom(indiceOperateur) TO op-nom
        MOVE tab-actif(indiceOperateur) TO op-actif
        MOVE tab-role(indiceOperateur) TO op-role
        MOVE tab-empreinte(indiceOperateur) TO enr-operateur(38:8)
        WRITE enr-operateur-neuf FROM enr-operateur
    END-PERFORM.
    CLOSE fichier-operateurs-neuf.
    OPEN INPUT fichier-operateurs-neuf.
    OPEN OUTPUT fichier-operateurs.
    MOVE 'N' TO finFichierNeuf.
    PERFORM UNTIL finFichierNeuf = 'Y'
        READ fichier-operateurs-neuf
            AT END MOVE 'Y' TO finFichierNeuf
            NOT AT END WRITE enr-operateur FROM enr-operateur-neuf
        END-READ
    END-PERFORM.
    CLOSE fichier-operateurs-neuf.
    CLOSE fichier-operateurs.
    PERFORM ECRITURE-JOURNAL-OP.

ECRITURE-JOURNAL-OP.
    MOVE FUNCTION CURRENT-DATE(1:8) TO jop-date.
    MOVE FUNCTION CURRENT-DATE(9:6) TO jop-heure.
    MOVE actionJournal TO jop-action.
    MOVE imageAvant TO jop-avant.
    MOVE imageApres TO jop-apres.
    IF amorcage = 'Y'
        MOVE codeSaisi TO jop-operateur
    ELSE
        MOVE codeOperateur TO jop-operateur
    END-IF.
    OPEN EXTEND fichier-journal-op.
    WRITE enr-journal-op.
    CLOSE fichier-journal-op.

COPY "signon.cpy".

COPY "permission-controle.cpy".

COPY "verrou-prise.cpy".

COPY "errlog-write.cpy".
