        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT fichier-controle ASSIGN TO "PURGEERRLOG.PRT"
        ORGANIZATION IS LINE SEQUENTIAL.
    COPY "operateurs-select.cpy".
    COPY "permissions-select.cpy".
    COPY "verrou-select.cpy".
    COPY "errlog-select.cpy".
    COPY "etat-select.cpy".
DATA DIVISION.
FILE SECTION.
FD fichier-archive.
01 enr-errlog-neuf PIC X(152).
FD fichier-controle.
01 enr-controle PIC X(80).
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
       77 ligneCommande PIC X(20).
       77 modeExecution PIC X(1).
       77 saisieJours PIC X(8).
       77 joursJustifies PIC X(4) JUSTIFIED RIGHT.
       77 joursRetention PIC 9(4) VALUE 30.
TRAITEMENT-PRINCIPAL.
    MOVE 'PURGEERRLOG' TO errlog-programme.
    MOVE 'PURGEERRLOG' TO nomVerrou.
    PERFORM LIRE-PARAMETRE-RETENTION.
    MOVE modeExecution TO modeVerrouDemande.
    PERFORM PRENDRE-VERROU.
    IF verrouObtenu = 'N'
        DISPLAY 'PURGEERRLOG déjà en cours, démarrage refusé (voir ERRLOG.DAT).'
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
*> Lancée par un opérateur, la purge exige une signature et le droit
*> ACCES sur PURGEERRLOG ; le mode B est réservé à la chaîne de nuit.
    IF modeExecution = 'I'
        PERFORM SIGNON-OPERATEUR
        IF operateurValide = 'Y'
            MOVE 'PURGEERRLOG' TO programmeDemande
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
        MOVE 'PURGEERRLOG' TO errlog-programme
    END-IF.
    IF verrouObtenu = 'Y'
        PERFORM CALCULER-DATE-LIMITE
        PERFORM REPARTIR-ERRLOG
        PERFORM REECRIRE-ERRLOG
    END-IF.
    STOP RUN.

*> Paramètre : [B] [jours de rétention], B pour un lancement par la
*> chaîne de nuit sans opérateur.
LIRE-PARAMETRE-RETENTION.
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
    DISPLAY ligne-controle.

    CLOSE fichier-controle.
    MOVE 'PURGEERRLOG.PRT' TO etatNomFichier.
    MOVE 'PURGEERRLOG' TO etatProgramme.
    MOVE 'CONTROLE DE LA PURGE ERRLOG' TO etatTitre.
    PERFORM MISE-EN-PAGE-ETAT.

COPY "signon.cpy".

COPY "permission-controle.cpy".

COPY "verrou-prise.cpy".

COPY "etat-mise-en-page.cpy".

COPY "errlog-write.cpy".
