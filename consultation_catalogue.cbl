        ASSIGN TO "CONSULTCATALOGUE.PRT"
        ORGANIZATION IS LINE SEQUENTIAL.
    COPY "errlog-select.cpy".
    COPY "etat-select.cpy".
DATA DIVISION.
FILE SECTION.
COPY "catalogue-fd.cpy".
FD fichier-liste-catalogue.
01 enr-liste-catalogue PIC X(120).
COPY "errlog-fd.cpy".
COPY "etat-fd.cpy".
WORKING-STORAGE SECTION.
       COPY "errlog-ws.cpy".
       COPY "etat-ws.cpy".
       77 modeExecution PIC X(1).
       77 finFichierCatalogue PIC X(1) VALUE 'N'.
       77 nbRunsLus PIC 9(6) VALUE 0.
    END-PERFORM.
    IF modeExecution = 'B' OR modeExecution = 'b'
        CLOSE fichier-liste-catalogue
        MOVE 'CONSULTCATALOGUE.PRT' TO etatNomFichier
        MOVE 'CONSULTCATALOGUE' TO etatProgramme
        MOVE 'LISTE DU CATALOGUE DES RUNS' TO etatTitre
        PERFORM MISE-EN-PAGE-ETAT
    ELSE
        DISPLAY attente-catalogue
        ACCEPT reponseRetourCatalogue
        ADD 1 TO ligneEcranCatalogue
    END-IF.

COPY "etat-mise-en-page.cpy".

COPY "errlog-write.cpy".
