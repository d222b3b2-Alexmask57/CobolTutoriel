    SELECT fichier-rapport-erreurs ASSIGN TO "RAPPORTERREURS.PRT"
        ORGANIZATION IS LINE SEQUENTIAL.
    COPY "errlog-select.cpy".
    COPY "etat-select.cpy".
DATA DIVISION.
FILE SECTION.
FD fichier-rapport-erreurs.
01 enr-rapport-erreurs PIC X(132).
COPY "errlog-fd.cpy".
COPY "etat-fd.cpy".
WORKING-STORAGE SECTION.
       COPY "errlog-ws.cpy".
       COPY "etat-ws.cpy".
       77 dateDemandee PIC X(8).
       77 dateRapport PIC 9(8).
       77 finFichierErrlog PIC X(1) VALUE 'N'.
    END-PERFORM.

    CLOSE fichier-rapport-erreurs.
    MOVE 'RAPPORTERREURS.PRT' TO etatNomFichier.
    MOVE 'RAPPORTERREURS' TO etatProgramme.
    MOVE 'RAPPORT DES ERREURS' TO etatTitre.
    PERFORM MISE-EN-PAGE-ETAT.

CHERCHER-MESSAGE-MAX.
    MOVE 0 TO indiceMax.
    WRITE enr-rapport-erreurs FROM ligne-rapport-erreurs.
    MOVE 0 TO msg-compteur(indiceMax).

COPY "etat-mise-en-page.cpy".

COPY "errlog-write.cpy".
