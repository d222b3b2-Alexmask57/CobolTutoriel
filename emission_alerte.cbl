IDENTIFICATION DIVISION.
PROGRAM-ID. EMETALERTE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "alerte-select.cpy".
    COPY "errlog-select.cpy".
DATA DIVISION.
FILE SECTION.
COPY "alerte-fd.cpy".
COPY "errlog-fd.cpy".
WORKING-STORAGE SECTION.
       COPY "errlog-ws.cpy".
       COPY "alerte-ws.cpy".
       77 ligneCommande PIC X(40).
       77 saisieProgramme PIC X(20).
       77 saisieCodeRetour PIC X(8).
       77 saisieEtape PIC X(8).
       77 codeRetourJustifie PIC X(3) JUSTIFIED RIGHT.
       77 codeRetourRun PIC 9(3) VALUE 0.
       77 code-retour-edite PIC ZZ9.

PROCEDURE DIVISION.

*> Paramètres : <programme> <code retour> [étape], passés par les
*> scripts de lancement quand un run batch hors plan de nuit se
*> termine à 8 ou plus. Sans paramètre, le run ne fait que relancer
*> les alertes échues.
TRAITEMENT-PRINCIPAL.
    MOVE 'EMETALERTE' TO errlog-programme.
    MOVE 'EMETALERTE' TO alerteEmetteur.
    PERFORM LIRE-PARAMETRES-ALERTE.
    PERFORM RELANCER-ALERTES-ECHUES.
    IF saisieProgramme NOT = SPACES AND codeRetourRun >= 8
        PERFORM SIGNALER-RUN-EN-ECHEC
    END-IF.
    STOP RUN.

LIRE-PARAMETRES-ALERTE.
    MOVE SPACES TO ligneCommande.
    ACCEPT ligneCommande FROM COMMAND-LINE.
    MOVE SPACES TO saisieProgramme.
    MOVE SPACES TO saisieCodeRetour.
    MOVE SPACES TO saisieEtape.
    UNSTRING ligneCommande DELIMITED BY ALL SPACE
        INTO saisieProgramme saisieCodeRetour saisieEtape.
    IF saisieProgramme NOT = SPACES
        MOVE FUNCTION TRIM(saisieCodeRetour) TO codeRetourJustifie
        INSPECT codeRetourJustifie REPLACING LEADING SPACE BY ZERO
        IF codeRetourJustifie IS NUMERIC
            MOVE codeRetourJustifie TO codeRetourRun
        ELSE
            MOVE 'LIRE-PARAMETRES-ALERTE' TO errlog-paragraphe
            MOVE SPACES TO errlog-message
            STRING 'Code retour invalide en argument pour '
                saisieProgramme ', aucune alerte émise'
                DELIMITED BY SIZE INTO errlog-message
            PERFORM ECRITURE-ERRLOG
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF.

SIGNALER-RUN-EN-ECHEC.
    IF codeRetourRun >= 12
        MOVE 12 TO alerteGravite
    ELSE
        MOVE 8 TO alerteGravite
    END-IF.
    MOVE saisieProgramme TO alerteProgramme.
    MOVE saisieEtape TO alerteEtape.
    MOVE codeRetourRun TO code-retour-edite.
    MOVE SPACES TO alerteMessage.
    STRING 'Run batch ' DELIMITED BY SIZE
        saisieProgramme DELIMITED BY SPACE
        ' terminé avec code retour ' code-retour-edite
        ' (voir ERRLOG.DAT)'
        DELIMITED BY SIZE INTO alerteMessage.
    PERFORM ECRITURE-ALERTE.

COPY "alerte-emission.cpy".

COPY "errlog-write.cpy".
