    SELECT fichier-controle-csv ASSIGN TO "EXPORTCSV.PRT"
        ORGANIZATION IS LINE SEQUENTIAL.
    COPY "errlog-select.cpy".
    COPY "etat-select.cpy".
DATA DIVISION.
FILE SECTION.
COPY "audit-fd.cpy".
FD fichier-controle-csv.
01 enr-controle-csv PIC X(80).
COPY "errlog-fd.cpy".
COPY "etat-fd.cpy".
WORKING-STORAGE SECTION.
       COPY "errlog-ws.cpy".
       COPY "etat-ws.cpy".
       77 ligneCommande PIC X(20).
       77 dateDebutTexte PIC X(8).
       77 dateFinTexte PIC X(8).
    DISPLAY ligne-controle-csv.

    CLOSE fichier-controle-csv.
    MOVE 'EXPORTCSV.PRT' TO etatNomFichier.
    MOVE 'EXPORTCSV' TO etatProgramme.
    MOVE 'CONTROLE DE L EXPORT CSV' TO etatTitre.
    PERFORM MISE-EN-PAGE-ETAT.

COPY "etat-mise-en-page.cpy".

COPY "errlog-write.cpy".
