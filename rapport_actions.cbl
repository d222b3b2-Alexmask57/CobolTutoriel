    SELECT fichier-rapport-actions ASSIGN TO "RAPPORTACTIONS.PRT"
        ORGANIZATION IS LINE SEQUENTIAL.
    COPY "errlog-select.cpy".
    COPY "etat-select.cpy".
DATA DIVISION.
FILE SECTION.
COPY "etujrn-fd.cpy".
FD fichier-rapport-actions.
01 enr-rapport-actions PIC X(132).
COPY "errlog-fd.cpy".
COPY "etat-fd.cpy".
WORKING-STORAGE SECTION.
       COPY "errlog-ws.cpy".
       COPY "etat-ws.cpy".
       77 ligneCommande PIC X(20).
       77 operateurDemande PIC X(8).
       77 dateDemandee PIC X(8).
       77 ligne-actions PIC X(132).
       77 compteur-edite PIC ZZZZZ9.
       77 libelleAction PIC X(12).
       77 valideurAffiche PIC X(18).

PROCEDURE DIVISION.

    PERFORM ECRITURE-SYNTHESE-ACTIONS.

    CLOSE fichier-rapport-actions.
    MOVE 'RAPPORTACTIONS.PRT' TO etatNomFichier.
    MOVE 'RAPPORTACTIONS' TO etatProgramme.
    MOVE 'RAPPORT DES ACTIONS DE MAINTENANCE' TO etatTitre.
    PERFORM MISE-EN-PAGE-ETAT.
    STOP RUN.

LECTURE-JOURNAL-ETU.
    END-PERFORM.
    CLOSE fichier-journal-etu.

*> Une correction ou une suppression de note porte l'opérateur qui
*> l'a saisie et celui qui l'a approuvée ; l'une et l'autre sont
*> retenus pour les actions d'un opérateur.
PRESENTER-ACTION-JOURNAL.
    IF (operateurDemande = SPACES
        OR jrn-operateur = operateurDemande
        OR (jrn-valideur = operateurDemande
            AND jrn-valideur NOT = SPACES))
       AND (dateFiltre = 0 OR jrn-date = dateFiltre)
        ADD 1 TO nbActionsJournal
        EVALUATE jrn-action
            WHEN 'C' MOVE 'CORRECTION' TO libelleAction
            WHEN 'S' MOVE 'SUPPRESSION' TO libelleAction
            WHEN 'I' MOVE 'IMPORT' TO libelleAction
            WHEN 'N' MOVE 'INSCRIPTION' TO libelleAction
            WHEN 'R' MOVE 'REGISTRE' TO libelleAction
            WHEN 'B' MOVE 'ABSENCE' TO libelleAction
            WHEN 'J' MOVE 'JUSTIFICATIF' TO libelleAction
            WHEN 'E' MOVE 'ABS.SUPPR' TO libelleAction
            WHEN 'T' MOVE 'RATTRAPAGE' TO libelleAction
            WHEN OTHER MOVE 'ACTION ?' TO libelleAction
        END-EVALUATE
        MOVE SPACES TO valideurAffiche
        IF jrn-valideur NOT = SPACES
            STRING ' VALIDEUR=' jrn-valideur
                DELIMITED BY SIZE INTO valideurAffiche
        END-IF
        MOVE SPACES TO ligne-actions
        STRING '  ' jrn-date ' ' jrn-heure
            ' OPERATEUR=' jrn-operateur
            valideurAffiche
            ' ' libelleAction
            ' AVANT=' jrn-avant
            ' APRES=' jrn-apres
        DELIMITED BY SIZE INTO ligne-actions.
    WRITE enr-rapport-actions FROM ligne-actions.

COPY "etat-mise-en-page.cpy".

COPY "errlog-write.cpy".
