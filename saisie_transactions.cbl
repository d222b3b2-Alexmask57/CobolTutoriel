    SELECT OPTIONAL fichier-controle-saisie ASSIGN TO "SAISIETRANS.PRT"
        ORGANIZATION IS LINE SEQUENTIAL.
    COPY "errlog-select.cpy".
    COPY "etat-select.cpy".
DATA DIVISION.
FILE SECTION.
FD fichier-brut.
FD fichier-controle-saisie.
01 enr-controle-saisie PIC X(80).
COPY "errlog-fd.cpy".
COPY "etat-fd.cpy".
WORKING-STORAGE SECTION.
       COPY "errlog-ws.cpy".
       COPY "etat-ws.cpy".
       77 statutBrut PIC XX.
       77 statutTransactions PIC XX.
       77 ligneCommande PIC X(40).
        PERFORM ECRITURE-FICHIER-TRANS
    END-IF.
    CLOSE fichier-rejets-trans.
    MOVE 'TRANSREJETS.PRT' TO etatNomFichier.
    MOVE 'SAISIETRANS' TO etatProgramme.
    MOVE 'REJETS DE SAISIE DES TRANSACTIONS' TO etatTitre.
    PERFORM MISE-EN-PAGE-ETAT.
    PERFORM ECRITURE-CONTROLE-SAISIE.
    IF echecFichierSaisie = 'Y'
        MOVE 12 TO RETURN-CODE
    DISPLAY ligne-controle.

    CLOSE fichier-controle-saisie.
    MOVE 'SAISIETRANS.PRT' TO etatNomFichier.
    MOVE 'SAISIETRANS' TO etatProgramme.
    MOVE 'CONTROLE DE SAISIE DES TRANSACTIONS' TO etatTitre.
    PERFORM MISE-EN-PAGE-ETAT.

COPY "etat-mise-en-page.cpy".

COPY "errlog-write.cpy".
