    SELECT OPTIONAL fichier-tableau ASSIGN TO "TABLEAUBORD.PRT"
        ORGANIZATION IS LINE SEQUENTIAL.
    COPY "errlog-select.cpy".
    COPY "etat-select.cpy".
DATA DIVISION.
FILE SECTION.
FD fichier-examine.
FD fichier-tableau.
01 enr-tableau PIC X(78).
COPY "errlog-fd.cpy".
COPY "etat-fd.cpy".
WORKING-STORAGE SECTION.
       COPY "errlog-ws.cpy".
       COPY "etat-ws.cpy".
       77 statutExamine PIC XX.
       77 nomFichierCourant PIC X(26).
       77 dateJourTableau PIC 9(8).
    PERFORM PRESENTER-LIGNE-TABLEAU.
    IF modeExecution = 'B' OR modeExecution = 'b'
        CLOSE fichier-tableau
        MOVE 'TABLEAUBORD.PRT' TO etatNomFichier
        MOVE 'TABLEAUBORD' TO etatProgramme
        MOVE 'TABLEAU DE BORD DES FICHIERS' TO etatTitre
        PERFORM MISE-EN-PAGE-ETAT
    ELSE
        DISPLAY attente-tableau
        ACCEPT reponseRetour
        CLOSE fichier-examine
    END-IF.

COPY "etat-mise-en-page.cpy".

COPY "errlog-write.cpy".
