INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "joueurs-select.cpy".
    COPY "jouarc-select.cpy".
    SELECT OPTIONAL fichier-sauvegarde ASSIGN TO "JOUEURS.SAV"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS statutSauvegarde.
        ORGANIZATION IS LINE SEQUENTIAL.
    COPY "verrou-select.cpy".
    COPY "errlog-select.cpy".
    COPY "etat-select.cpy".
DATA DIVISION.
FILE SECTION.
COPY "joueurs-fd.cpy".
COPY "jouarc-fd.cpy".
FD fichier-sauvegarde.
01 enr-sauvegarde PIC X(151).
COPY "gamelog-fd.cpy".
COPY "scores-fd.cpy".
FD fichier-controle-sauve.
01 enr-controle-sauve PIC X(132).
COPY "verrou-fd.cpy".
COPY "errlog-fd.cpy".
COPY "etat-fd.cpy".
WORKING-STORAGE SECTION.
       COPY "errlog-ws.cpy".
       COPY "etat-ws.cpy".
       COPY "verrou-ws.cpy".
       77 statutJoueurs PIC XX.
       77 statutArchiveJoueurs PIC XX.
       77 statutSauvegarde PIC XX.
       77 modeExecution PIC X(1).
       77 finFichierCourant PIC X(1).
       77 nbMaitresVerifies PIC 9(6) VALUE 0.
       77 nbEcartsVerifies PIC 9(6) VALUE 0.
       77 nbJoueursSansMaitre PIC 9(6) VALUE 0.
       77 nbJoueursArchives PIC 9(6) VALUE 0.
       77 indiceVerif PIC 9(3).
       77 indiceVerifTrouve PIC 9(3).
       77 nomJoueurLu PIC X(20).
            MOVE 8 TO RETURN-CODE
    END-EVALUATE.
    CLOSE fichier-controle-sauve.
    MOVE 'SAUVEJOUEURS.PRT' TO etatNomFichier.
    MOVE 'SAUVEJOUEURS' TO etatProgramme.
    MOVE 'CONTROLE DE SAUVEGARDE DES JOUEURS' TO etatTitre.
    PERFORM MISE-EN-PAGE-ETAT.
    PERFORM LIBERER-VERROU.
    STOP RUN.

        END-IF
    END-PERFORM.
    MOVE 'N' TO ecartConstate.
*> Un joueur qui n'a joué qu'à PlusOuMoins n'a aucune trace dans
*> GAMELOG ni SCORESJEU : ses compteurs JEUPLUSOUMOINS sont à zéro.
    IF indiceVerifTrouve = 0
        IF maitre-parties-jouees > 0
            MOVE SPACES TO ligne-controle-sauve
            STRING 'MAITRE SANS TRACE DANS LES JOURNAUX : ' maitre-nom
                DELIMITED BY SIZE INTO ligne-controle-sauve
            WRITE enr-controle-sauve FROM ligne-controle-sauve
            ADD 1 TO nbEcartsVerifies
        END-IF
    ELSE
        MOVE 'Y' TO ver-au-maitre(indiceVerifTrouve)
        IF maitre-parties-jouees
        DELIMITED BY SIZE INTO ligne-controle-sauve.
    WRITE enr-controle-sauve FROM ligne-controle-sauve.

*> Un joueur archivé par ARCHIVEJOUEURS a quitté JOUEURS.MST mais garde
*> son historique dans GAMELOG et SCORESJEU : trouvé dans JOUEURS.ARC,
*> il est compté à part ('A') et non comme joueur sans maître.
SIGNALER-JOUEURS-SANS-MAITRE.
    PERFORM CHERCHER-JOUEURS-ARCHIVES.
    PERFORM VARYING indiceVerif FROM 1 BY 1
            UNTIL indiceVerif > nbJoueursVerif
        IF ver-au-maitre(indiceVerif) = 'N'
        END-IF
    END-PERFORM.

CHERCHER-JOUEURS-ARCHIVES.
    OPEN INPUT fichier-archive-joueurs.
    EVALUATE statutArchiveJoueurs
        WHEN '00'
            PERFORM VARYING indiceVerif FROM 1 BY 1
                    UNTIL indiceVerif > nbJoueursVerif
                IF ver-au-maitre(indiceVerif) = 'N'
                    MOVE ver-nom(indiceVerif) TO arc-nom
                    READ fichier-archive-joueurs
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            MOVE 'A' TO ver-au-maitre(indiceVerif)
                            ADD 1 TO nbJoueursArchives
                    END-READ
                END-IF
            END-PERFORM
            CLOSE fichier-archive-joueurs
        WHEN '05'
            CLOSE fichier-archive-joueurs
        WHEN OTHER
            MOVE 'SAUVEJOUEURS' TO errlog-programme
            MOVE 'CHERCHER-JOUEURS-ARCHIVES' TO errlog-paragraphe
            MOVE 'Archive JOUEURS.ARC illisible, archivés comptés sans maître' TO errlog-message
            PERFORM ECRITURE-ERRLOG
    END-EVALUATE.

ECRITURE-SYNTHESE-VERIF.
    MOVE nbMaitresVerifies TO compteur-edite.
    MOVE SPACES TO ligne-controle-sauve.
    WRITE enr-controle-sauve FROM ligne-controle-sauve.
    DISPLAY ligne-controle-sauve.

    MOVE nbJoueursArchives TO compteur-edite.
    MOVE SPACES TO ligne-controle-sauve.
    STRING 'JOUEURS ARCHIVES=' compteur-edite
        DELIMITED BY SIZE INTO ligne-controle-sauve.
    WRITE enr-controle-sauve FROM ligne-controle-sauve.
    DISPLAY ligne-controle-sauve.

SIGNALER-MAITRE-INACCESSIBLE.
    MOVE 'SAUVEJOUEURS' TO errlog-programme.
    MOVE 'TRAITEMENT-PRINCIPAL' TO errlog-paragraphe.

COPY "verrou-prise.cpy".

COPY "etat-mise-en-page.cpy".

COPY "errlog-write.cpy".
