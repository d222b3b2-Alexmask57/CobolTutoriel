IDENTIFICATION DIVISION.
PROGRAM-ID. ARCHIVEJOUEURS.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT fichier-controle ASSIGN TO "ARCHIVEJOUEURS.PRT"
        ORGANIZATION IS LINE SEQUENTIAL.
    COPY "joueurs-select.cpy".
    COPY "jouarc-select.cpy".
    COPY "joujrn-select.cpy".
    COPY "catalogue-select.cpy".
    COPY "operateurs-select.cpy".
    COPY "permissions-select.cpy".
    COPY "verrou-select.cpy".
    COPY "errlog-select.cpy".
    COPY "etat-select.cpy".
DATA DIVISION.
FILE SECTION.
FD fichier-controle.
01 enr-controle PIC X(100).
COPY "joueurs-fd.cpy".
COPY "jouarc-fd.cpy".
COPY "joujrn-fd.cpy".
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
       COPY "jouarc-ws.cpy".
       77 statutJoueurs PIC XX.
       77 ligneCommande PIC X(20).
       77 modeExecution PIC X(1).
       77 saisieJours PIC X(8).
       77 joursJustifies PIC X(4) JUSTIFIED RIGHT.
       77 joursInactivite PIC 9(4) VALUE 730.
       77 dateLimite PIC 9(8).
       77 dateJour PIC 9(8).
       77 entierDateJour PIC 9(8).
       77 finFichierMaitre PIC X(1).
       77 archivageReussi PIC X(1).
       77 nbLus PIC 9(6) VALUE 0.
       77 nbArchives PIC 9(6) VALUE 0.
       77 nbConserves PIC 9(6) VALUE 0.
       77 nbSansDate PIC 9(6) VALUE 0.
       77 nbEchecs PIC 9(6) VALUE 0.
       77 codeRetourArchivage PIC 9(2) VALUE 0.
       77 totalParties PIC 9(7).
       77 compteur-edite PIC ZZZZZ9.
       77 parties-edite PIC ZZZZZZ9.
       77 cote-editee PIC ZZZ9.
       77 ligne-controle PIC X(100).

PROCEDURE DIVISION.

TRAITEMENT-PRINCIPAL.
    MOVE 'ARCHIVEJOUEURS' TO errlog-programme.
    MOVE 'ARCHIVEJOUEURS' TO nomVerrou.
    PERFORM LIRE-PARAMETRE-INACTIVITE.
    MOVE modeExecution TO modeVerrouDemande.
    PERFORM PRENDRE-VERROU.
    IF verrouObtenu = 'N'
        DISPLAY 'ARCHIVEJOUEURS déjà en cours, démarrage refusé (voir ERRLOG.DAT).'
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
*> Lancé par un opérateur, l'archivage exige une signature et le droit
*> ACCES sur ARCHIVEJOUEURS ; le mode B est réservé à la chaîne de nuit.
    IF modeExecution = 'I'
        PERFORM SIGNON-OPERATEUR
        IF operateurValide = 'Y'
            MOVE 'ARCHIVEJOUEURS' TO programmeDemande
            MOVE 'ACCES' TO actionDemandee
            PERFORM CONTROLER-PERMISSION
            IF permissionAccordee = 'N'
                MOVE 'N' TO operateurValide
            END-IF
        END-IF
        IF operateurValide = 'N'
            PERFORM LIBERER-VERROU
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE 'ARCHIVEJOUEURS' TO errlog-programme
    END-IF.
    PERFORM CALCULER-DATE-LIMITE.
    OPEN I-O fichier-maitre-joueurs.
    IF statutJoueurs NOT = '00' AND statutJoueurs NOT = '05'
        MOVE 'TRAITEMENT-PRINCIPAL' TO errlog-paragraphe
        MOVE 'Ouverture du fichier maître joueurs impossible' TO errlog-message
        PERFORM ECRITURE-ERRLOG
        PERFORM LIBERER-VERROU
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN I-O fichier-archive-joueurs.
    IF statutArchiveJoueurs NOT = '00' AND statutArchiveJoueurs NOT = '05'
        CLOSE fichier-maitre-joueurs
        MOVE 'TRAITEMENT-PRINCIPAL' TO errlog-paragraphe
        MOVE 'Ouverture de l''archive JOUEURS.ARC impossible' TO errlog-message
        PERFORM ECRITURE-ERRLOG
        PERFORM LIBERER-VERROU
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT fichier-controle.
    MOVE SPACES TO ligne-controle.
    STRING 'ARCHIVAGE DES JOUEURS INACTIFS DU ' dateJour
        ' INACTIVITE JOURS=' joursInactivite
        ' DERNIERE PARTIE AVANT LE ' dateLimite
        DELIMITED BY SIZE INTO ligne-controle.
    WRITE enr-controle FROM ligne-controle.
    DISPLAY ligne-controle.
    MOVE SPACES TO ligne-controle.
    WRITE enr-controle FROM ligne-controle.
    MOVE 'JOUEUR               DERNIERE PARTIE  PARTIES  COTE  STATUT'
        TO ligne-controle.
    WRITE enr-controle FROM ligne-controle.
    MOVE 'N' TO finFichierMaitre.
    PERFORM UNTIL finFichierMaitre = 'Y'
        READ fichier-maitre-joueurs NEXT
            AT END MOVE 'Y' TO finFichierMaitre
            NOT AT END PERFORM TRIER-JOUEUR
        END-READ
    END-PERFORM.
    CLOSE fichier-maitre-joueurs.
    CLOSE fichier-archive-joueurs.
    PERFORM ECRITURE-SYNTHESE-ARCHIVAGE.
    CLOSE fichier-controle.
    MOVE 'ARCHIVEJOUEURS.PRT' TO etatNomFichier.
    MOVE 'ARCHIVEJOUEURS' TO etatProgramme.
    MOVE 'ARCHIVAGE DES JOUEURS INACTIFS' TO etatTitre.
    PERFORM MISE-EN-PAGE-ETAT.
    PERFORM ECRITURE-CATALOGUE-ARCHIVAGE.
    PERFORM LIBERER-VERROU.
    MOVE codeRetourArchivage TO RETURN-CODE.
    STOP RUN.

*> Paramètre : [B] [jours d'inactivité], B pour un lancement par la
*> chaîne de nuit sans opérateur ; 730 jours par défaut.
LIRE-PARAMETRE-INACTIVITE.
    ACCEPT ligneCommande FROM COMMAND-LINE.
    MOVE SPACES TO saisieJours.
    IF ligneCommande(1:2) = 'B ' OR ligneCommande(1:2) = 'b '
        MOVE 'B' TO modeExecution
        MOVE ligneCommande(3:8) TO saisieJours
    ELSE
        MOVE 'I' TO modeExecution
        MOVE ligneCommande(1:8) TO saisieJours
    END-IF.
    IF saisieJours NOT = SPACES
        MOVE FUNCTION TRIM(saisieJours) TO joursJustifies
        INSPECT joursJustifies REPLACING LEADING SPACE BY ZERO
        IF joursJustifies IS NUMERIC AND joursJustifies NOT = '0000'
            MOVE joursJustifies TO joursInactivite
        END-IF
    END-IF.

CALCULER-DATE-LIMITE.
    MOVE FUNCTION CURRENT-DATE(1:8) TO dateJour.
    COMPUTE entierDateJour =
        FUNCTION INTEGER-OF-DATE(dateJour) - joursInactivite.
    COMPUTE dateLimite = FUNCTION DATE-OF-INTEGER(entierDateJour).

*> Un joueur sans date de dernière partie exploitable reste au maître :
*> son inactivité ne peut pas être établie.
TRIER-JOUEUR.
    ADD 1 TO nbLus.
    EVALUATE TRUE
        WHEN maitre-derniere-date NOT NUMERIC
          OR maitre-derniere-date = 0
            ADD 1 TO nbSansDate
        WHEN maitre-derniere-date < dateLimite
            PERFORM ARCHIVER-JOUEUR
        WHEN OTHER
            ADD 1 TO nbConserves
    END-EVALUATE.

*> L'enregistrement est d'abord écrit dans JOUEURS.ARC (remplacé s'il
*> y figurait déjà), puis seulement supprimé du maître.
ARCHIVER-JOUEUR.
    MOVE 'Y' TO archivageReussi.
    MOVE enr-maitre-joueur TO arc-maitre.
    MOVE dateJour TO arc-date-archivage.
    WRITE enr-archive-joueur
        INVALID KEY
            REWRITE enr-archive-joueur
                INVALID KEY MOVE 'N' TO archivageReussi
            END-REWRITE
    END-WRITE.
    IF archivageReussi = 'Y'
        DELETE fichier-maitre-joueurs
            INVALID KEY MOVE 'N' TO archivageReussi
        END-DELETE
    END-IF.
    IF archivageReussi = 'N'
        ADD 1 TO nbEchecs
        MOVE 'ARCHIVER-JOUEUR' TO errlog-paragraphe
        MOVE SPACES TO errlog-message
        STRING 'Archivage impossible du joueur ' maitre-nom
            DELIMITED BY SIZE INTO errlog-message
        PERFORM ECRITURE-ERRLOG
    ELSE
        ADD 1 TO nbArchives
        PERFORM ECRITURE-JOURNAL-ARCHIVAGE
        COMPUTE totalParties = maitre-parties-jouees
        IF maitre-pom-jouees IS NUMERIC
            ADD maitre-pom-jouees TO totalParties
        END-IF
        MOVE totalParties TO parties-edite
        MOVE maitre-cote TO cote-editee
        MOVE SPACES TO ligne-controle
        STRING maitre-nom ' ' maitre-derniere-date '         '
            parties-edite '  ' cote-editee '  ' maitre-statut
            DELIMITED BY SIZE INTO ligne-controle
        WRITE enr-controle FROM ligne-controle
    END-IF.

ECRITURE-JOURNAL-ARCHIVAGE.
    MOVE FUNCTION CURRENT-DATE(1:8) TO jmj-date.
    MOVE FUNCTION CURRENT-DATE(9:6) TO jmj-heure.
    MOVE 'A' TO jmj-action.
    MOVE enr-maitre-joueur TO jmj-avant.
    MOVE SPACES TO jmj-apres.
    MOVE codeOperateur TO jmj-operateur.
    OPEN EXTEND fichier-journal-joueurs.
    WRITE enr-journal-joueurs.
    CLOSE fichier-journal-joueurs.

ECRITURE-SYNTHESE-ARCHIVAGE.
    IF nbEchecs > 0
        MOVE 8 TO codeRetourArchivage
    ELSE
        MOVE 0 TO codeRetourArchivage
    END-IF.
    MOVE SPACES TO ligne-controle.
    WRITE enr-controle FROM ligne-controle.
    MOVE nbLus TO compteur-edite.
    MOVE SPACES TO ligne-controle.
    STRING 'JOUEURS LUS=' compteur-edite
        DELIMITED BY SIZE INTO ligne-controle.
    WRITE enr-controle FROM ligne-controle.
    DISPLAY ligne-controle.
    MOVE nbArchives TO compteur-edite.
    MOVE SPACES TO ligne-controle.
    STRING 'JOUEURS ARCHIVES=' compteur-edite
        ' FICHIER=JOUEURS.ARC'
        DELIMITED BY SIZE INTO ligne-controle.
    WRITE enr-controle FROM ligne-controle.
    DISPLAY ligne-controle.
    MOVE nbConserves TO compteur-edite.
    MOVE SPACES TO ligne-controle.
    STRING 'JOUEURS ACTIFS CONSERVES=' compteur-edite
        DELIMITED BY SIZE INTO ligne-controle.
    WRITE enr-controle FROM ligne-controle.
    DISPLAY ligne-controle.
    MOVE nbSansDate TO compteur-edite.
    MOVE SPACES TO ligne-controle.
    STRING 'JOUEURS SANS DATE DE PARTIE CONSERVES=' compteur-edite
        DELIMITED BY SIZE INTO ligne-controle.
    WRITE enr-controle FROM ligne-controle.
    DISPLAY ligne-controle.
    MOVE nbEchecs TO compteur-edite.
    MOVE SPACES TO ligne-controle.
    STRING 'ARCHIVAGES EN ECHEC=' compteur-edite
        ' CODE RETOUR=' codeRetourArchivage
        DELIMITED BY SIZE INTO ligne-controle.
    WRITE enr-controle FROM ligne-controle.
    DISPLAY ligne-controle.

ECRITURE-CATALOGUE-ARCHIVAGE.
    MOVE 'ARCHIVEJOUEURS' TO cat-programme.
    MOVE 'JOUEURS.MST' TO cat-fichier-entree.
    MOVE SPACES TO cat-fichier-sortie.
    MOVE nbLus TO cat-enregistrements.
    MOVE nbEchecs TO cat-rejets.
    IF codeRetourArchivage = 0
        MOVE 'OK' TO cat-resultat
    ELSE
        MOVE 'ECHECS' TO cat-resultat
    END-IF.
    PERFORM ECRITURE-CATALOGUE.

COPY "signon.cpy".

COPY "permission-controle.cpy".

COPY "verrou-prise.cpy".

COPY "catalogue-write.cpy".

COPY "etat-mise-en-page.cpy".

COPY "errlog-write.cpy".
