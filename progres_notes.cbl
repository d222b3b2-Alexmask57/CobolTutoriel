        ORGANIZATION IS LINE SEQUENTIAL.
    COPY "bandes-select.cpy".
    COPY "errlog-select.cpy".
    COPY "etat-select.cpy".
DATA DIVISION.
FILE SECTION.
COPY "etudiants-fd.cpy".
01 enr-progres PIC X(132).
COPY "bandes-fd.cpy".
COPY "errlog-fd.cpy".
COPY "etat-fd.cpy".
WORKING-STORAGE SECTION.
       COPY "errlog-ws.cpy".
       COPY "etat-ws.cpy".
       COPY "bandes-table.cpy".
       77 statutEtudiants PIC XX.
       77 saisieSeuil PIC X(8).
    WRITE enr-progres FROM ligne-progres.

    CLOSE fichier-progres.
    MOVE 'PROGRESNOTES.PRT' TO etatNomFichier.
    MOVE 'PROGRESNOTES' TO etatProgramme.
    MOVE 'PROGRESSION DES NOTES' TO etatTitre.
    PERFORM MISE-EN-PAGE-ETAT.

PRESENTER-PROGRES-ELEVE.
    PERFORM RASSEMBLER-PERIODES-ELEVE.

COPY "bandes-charge.cpy".

COPY "etat-mise-en-page.cpy".

COPY "errlog-write.cpy".
