    COPY "scores-select.cpy".
    COPY "gamelog-select.cpy".
    COPY "transcript-select.cpy".
    COPY "joueurs-select.cpy".
    SELECT fichier-releve ASSIGN TO "RELEVEJOUEURS.PRT"
        ORGANIZATION IS LINE SEQUENTIAL.
    COPY "errlog-select.cpy".
    COPY "etat-select.cpy".
DATA DIVISION.
FILE SECTION.
COPY "scores-fd.cpy".
COPY "gamelog-fd.cpy".
COPY "transcript-fd.cpy".
COPY "joueurs-fd.cpy".
FD fichier-releve.
01 enr-releve PIC X(132).
COPY "errlog-fd.cpy".
COPY "etat-fd.cpy".
WORKING-STORAGE SECTION.
       COPY "errlog-ws.cpy".
       COPY "etat-ws.cpy".
       77 moisSaisi PIC X(6).
       77 moisReleve PIC 9(6).
       77 finFichier PIC X(1) VALUE 'N'.
       77 moyenneTentatives PIC 9(4)V99.
       77 pertesJeu PIC S9(6).
       77 pertes-edite PIC ZZZZZ9.
       77 statutJoueurs PIC XX.
       77 maitreOuvert PIC X(1) VALUE 'N'.
       77 pomJoueesMaitre PIC 9(6).
       77 pomGagneesMaitre PIC 9(6).
       77 totalSessions PIC 9(7).
       77 totalGagnees PIC 9(7).
       77 total-edite PIC ZZZZZZ9.
       77 gagnees-edite PIC ZZZZZZ9.
       77 cote-editee PIC ZZZ9.

       01 tableReleve.
          05 nbJoueursReleve PIC 9(3) VALUE 0.

ECRITURE-RELEVE.
    OPEN OUTPUT fichier-releve.
    OPEN INPUT fichier-maitre-joueurs.
    IF statutJoueurs = '00'
        MOVE 'Y' TO maitreOuvert
    ELSE
        MOVE 'N' TO maitreOuvert
        MOVE 'RELEVEJOUEURS' TO errlog-programme
        MOVE 'ECRITURE-RELEVE' TO errlog-paragraphe
        MOVE 'Fichier maître joueurs absent, cumuls depuis l''origine non imprimés' TO errlog-message
        PERFORM ECRITURE-ERRLOG
    END-IF.

    MOVE SPACES TO ligne-releve.
    STRING 'RELEVE MENSUEL DES JOUEURS - MOIS ' moisReleve
        DELIMITED BY SIZE INTO ligne-releve.
    WRITE enr-releve FROM ligne-releve.

    IF maitreOuvert = 'Y'
        CLOSE fichier-maitre-joueurs
    END-IF.
    CLOSE fichier-releve.
    MOVE 'RELEVEJOUEURS.PRT' TO etatNomFichier.
    MOVE 'RELEVEJOUEURS' TO etatProgramme.
    MOVE 'RELEVE DES JOUEURS' TO etatTitre.
    PERFORM MISE-EN-PAGE-ETAT.

ECRITURE-LIGNES-JOUEUR.
    MOVE SPACES TO ligne-releve.
        DELIMITED BY SIZE INTO ligne-releve.
    WRITE enr-releve FROM ligne-releve.

    COMPUTE totalSessions = rel-jeu-sessions(indiceReleve)
        + rel-pom-sessions(indiceReleve).
    COMPUTE totalGagnees = rel-jeu-gagnees(indiceReleve)
        + rel-pom-trouves(indiceReleve).
    MOVE totalSessions TO total-edite.
    MOVE totalGagnees TO gagnees-edite.
    MOVE SPACES TO ligne-releve.
    STRING '  TOUS JEUX SESSIONS=' total-edite
        ' GAGNEES=' gagnees-edite
        DELIMITED BY SIZE INTO ligne-releve.
    WRITE enr-releve FROM ligne-releve.

    IF maitreOuvert = 'Y'
        PERFORM ECRITURE-CUMUL-MAITRE
    END-IF.

*> Cumuls depuis l'origine tenus au fichier maître, par jeu et réunis,
*> avec la cote commune aux deux jeux.
ECRITURE-CUMUL-MAITRE.
    MOVE rel-nom(indiceReleve) TO maitre-nom.
    READ fichier-maitre-joueurs
        INVALID KEY
            PERFORM ECRITURE-LIGNE-ABSENT-MAITRE
        NOT INVALID KEY
            PERFORM ECRITURE-LIGNE-CUMUL-MAITRE
    END-READ.

ECRITURE-LIGNE-ABSENT-MAITRE.
    MOVE SPACES TO ligne-releve.
    MOVE '  CUMUL DEPUIS L''ORIGINE : JOUEUR ABSENT DU FICHIER MAITRE'
        TO ligne-releve.
    WRITE enr-releve FROM ligne-releve.

ECRITURE-LIGNE-CUMUL-MAITRE.
    IF maitre-pom-jouees IS NUMERIC
        MOVE maitre-pom-jouees TO pomJoueesMaitre
        MOVE maitre-pom-gagnees TO pomGagneesMaitre
    ELSE
        MOVE 0 TO pomJoueesMaitre
        MOVE 0 TO pomGagneesMaitre
    END-IF.
    COMPUTE totalSessions = maitre-parties-jouees + pomJoueesMaitre.
    COMPUTE totalGagnees = maitre-parties-gagnees + pomGagneesMaitre.
    IF maitre-cote IS NUMERIC AND maitre-cote > 0
        MOVE maitre-cote TO cote-editee
    ELSE
        MOVE 1000 TO cote-editee
    END-IF.
    MOVE SPACES TO ligne-releve.
    STRING '  CUMUL DEPUIS L''ORIGINE JEU=' maitre-parties-jouees
        '/' maitre-parties-gagnees
        ' POM=' pomJoueesMaitre '/' pomGagneesMaitre
        ' TOUS JEUX=' totalSessions '/' totalGagnees
        ' (JOUEES/GAGNEES) COTE=' cote-editee
        DELIMITED BY SIZE INTO ligne-releve.
    WRITE enr-releve FROM ligne-releve.

COPY "etat-mise-en-page.cpy".

COPY "errlog-write.cpy".
