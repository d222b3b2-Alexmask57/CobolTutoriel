    SELECT fichier-verif ASSIGN TO "VERIFAUDIT.PRT"
        ORGANIZATION IS LINE SEQUENTIAL.
    COPY "errlog-select.cpy".
    COPY "etat-select.cpy".
DATA DIVISION.
FILE SECTION.
COPY "audit-fd.cpy".
FD fichier-verif.
01 enr-verif PIC X(132).
COPY "errlog-fd.cpy".
COPY "etat-fd.cpy".
WORKING-STORAGE SECTION.
       COPY "errlog-ws.cpy".
       COPY "etat-ws.cpy".
       77 dateDemandee PIC X(8).
       77 dateRapport PIC 9(8).
       77 finFichierAudit PIC X(1) VALUE 'N'.
    PERFORM ECRITURE-SYNTHESE-VERIF.
    CLOSE fichier-audit.
    CLOSE fichier-verif.
    MOVE 'VERIFAUDIT.PRT' TO etatNomFichier.
    MOVE 'VERIFAUDIT' TO etatProgramme.
    MOVE 'VERIFICATION DU JOURNAL D AUDIT' TO etatTitre.
    PERFORM MISE-EN-PAGE-ETAT.
    STOP RUN.

VERIFIER-AUDIT.
        MOVE 4 TO RETURN-CODE
    END-IF.

COPY "etat-mise-en-page.cpy".

COPY "errlog-write.cpy".
