    SELECT fichier-certif ASSIGN TO "CERTIFSCORES.PRT"
        ORGANIZATION IS LINE SEQUENTIAL.
    COPY "errlog-select.cpy".
    COPY "etat-select.cpy".
DATA DIVISION.
FILE SECTION.
COPY "scores-fd.cpy".
FD fichier-certif.
01 enr-certif PIC X(132).
COPY "errlog-fd.cpy".
COPY "etat-fd.cpy".
WORKING-STORAGE SECTION.
       COPY "errlog-ws.cpy".
       COPY "etat-ws.cpy".
       77 finFichier PIC X(1).
       77 nbScoresLus PIC 9(6) VALUE 0.
       77 nbCertifies PIC 9(6) VALUE 0.
    PERFORM ECRITURE-SYNTHESE-CERTIF.
    CLOSE fichier-scores.
    CLOSE fichier-certif.
    MOVE 'CERTIFSCORES.PRT' TO etatNomFichier.
    MOVE 'CERTIFSCORES' TO etatProgramme.
    MOVE 'CERTIFICATION DES SCORES' TO etatTitre.
    PERFORM MISE-EN-PAGE-ETAT.
    STOP RUN.

CHARGER-SESSIONS.
        MOVE 4 TO RETURN-CODE
    END-IF.

COPY "etat-mise-en-page.cpy".

COPY "errlog-write.cpy".
