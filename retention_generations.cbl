        ORGANIZATION IS LINE SEQUENTIAL.
    COPY "verrou-select.cpy".
    COPY "errlog-select.cpy".
    COPY "etat-select.cpy".
DATA DIVISION.
FILE SECTION.
FD fichier-retention.
01 enr-controle-retention PIC X(100).
COPY "verrou-fd.cpy".
COPY "errlog-fd.cpy".
COPY "etat-fd.cpy".
WORKING-STORAGE SECTION.
       COPY "errlog-ws.cpy".
       COPY "etat-ws.cpy".
       COPY "verrou-ws.cpy".
       77 statutRetention PIC XX.
       77 modeExecution PIC X(1).
    END-PERFORM.

    CLOSE fichier-controle-retention.
    MOVE 'RETENTIONGEN.PRT' TO etatNomFichier.
    MOVE 'RETENTIONGEN' TO etatProgramme.
    MOVE 'CONTROLE DE RETENTION DES GENERATIONS' TO etatTitre.
    PERFORM MISE-EN-PAGE-ETAT.

ECRITURE-CATALOGUE-RETENTION.
    MOVE 'RETENTIONGEN' TO cat-programme.

COPY "verrou-prise.cpy".

COPY "etat-mise-en-page.cpy".

COPY "errlog-write.cpy".
