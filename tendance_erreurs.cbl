    SELECT fichier-tendance ASSIGN TO "TENDANCEERREURS.PRT"
        ORGANIZATION IS LINE SEQUENTIAL.
    COPY "errlog-select.cpy".
    COPY "etat-select.cpy".
DATA DIVISION.
FILE SECTION.
FD fichier-archive.
FD fichier-tendance.
01 enr-tendance PIC X(132).
COPY "errlog-fd.cpy".
COPY "etat-fd.cpy".
WORKING-STORAGE SECTION.
       COPY "errlog-ws.cpy".
       COPY "etat-ws.cpy".
       77 ligneCommande PIC X(30).
       77 dateDebutTexte PIC X(8).
       77 dateFinTexte PIC X(8).
    END-PERFORM.

    CLOSE fichier-tendance.
    MOVE 'TENDANCEERREURS.PRT' TO etatNomFichier.
    MOVE 'TENDANCEERREURS' TO etatProgramme.
    MOVE 'TENDANCE DES ERREURS' TO etatTitre.
    PERFORM MISE-EN-PAGE-ETAT.

ECRITURE-BLOC-PERIODE.
    MOVE per-total(indicePeriode) TO compteur-edite.
        END-IF
    END-PERFORM.

COPY "etat-mise-en-page.cpy".

COPY "errlog-write.cpy".
