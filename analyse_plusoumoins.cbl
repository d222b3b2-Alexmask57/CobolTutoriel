    SELECT fichier-analyse ASSIGN TO "ANALYSEPOM.PRT"
        ORGANIZATION IS LINE SEQUENTIAL.
    COPY "errlog-select.cpy".
    COPY "etat-select.cpy".
DATA DIVISION.
FILE SECTION.
COPY "transcript-fd.cpy".
FD fichier-analyse.
01 enr-analyse PIC X(132).
COPY "errlog-fd.cpy".
COPY "etat-fd.cpy".
WORKING-STORAGE SECTION.
       COPY "errlog-ws.cpy".
       COPY "etat-ws.cpy".
       77 finFichierTranscript PIC X(1) VALUE 'N'.
       77 sessionEnCours PIC X(1) VALUE 'N'.
       77 joueurSession PIC X(20).
    PERFORM ECRITURE-SYNTHESE-JOUEURS.
    CLOSE fichier-transcript.
    CLOSE fichier-analyse.
    MOVE 'ANALYSEPOM.PRT' TO etatNomFichier.
    MOVE 'ANALYSEPOM' TO etatProgramme.
    MOVE 'ANALYSE DES PARTIES PLUS OU MOINS' TO etatTitre.
    PERFORM MISE-EN-PAGE-ETAT.
    STOP RUN.

TRAITER-SAISIE-TRANSCRIPT.
        WRITE enr-analyse FROM ligne-analyse
    END-PERFORM.

COPY "etat-mise-en-page.cpy".

COPY "errlog-write.cpy".
