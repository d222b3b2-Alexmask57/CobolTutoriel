    SELECT fichier-echelle ASSIGN TO "ECHELLECOTES.PRT"
        ORGANIZATION IS LINE SEQUENTIAL.
    COPY "errlog-select.cpy".
    COPY "etat-select.cpy".
DATA DIVISION.
FILE SECTION.
COPY "joueurs-fd.cpy".
FD fichier-echelle.
01 enr-echelle PIC X(132).
COPY "errlog-fd.cpy".
COPY "etat-fd.cpy".
WORKING-STORAGE SECTION.
       COPY "errlog-ws.cpy".
       COPY "etat-ws.cpy".
       77 statutJoueurs PIC XX.
       77 finFichierMaitre PIC X(1).
       77 indiceEchelle PIC 9(3).
       77 ligne-echelle PIC X(132).
       77 compteur-edite PIC ZZZZZ9.
       77 coteLue PIC 9(4).
       77 totalJouees PIC 9(7).
       77 totalGagnees PIC 9(7).
       77 total-edite PIC ZZZZZZ9.
       77 nbJoueursSuspendus PIC 9(6) VALUE 0.

       01 tableEchelle.
          05 nbJoueursEchelle PIC 9(3) VALUE 0.
             10 ech-facile PIC 9(6).
             10 ech-moyen PIC 9(6).
             10 ech-difficile PIC 9(6).
             10 ech-pom-jouees PIC 9(6).
             10 ech-pom-gagnees PIC 9(6).

       01 joueurPermuteEchelle.
          05 prm-nom PIC X(20).
          05 prm-facile PIC 9(6).
          05 prm-moyen PIC 9(6).
          05 prm-difficile PIC 9(6).
          05 prm-pom-jouees PIC 9(6).
          05 prm-pom-gagnees PIC 9(6).

PROCEDURE DIVISION.

    PERFORM ECRITURE-ECHELLE.
    STOP RUN.

*> Un joueur suspendu (maitre-statut 'S') reste hors de l'échelle
*> tant qu'un superviseur n'a pas levé la suspension.
RANGER-JOUEUR-ECHELLE.
    IF maitre-statut = 'S'
        ADD 1 TO nbJoueursSuspendus
    ELSE
        IF nbJoueursEchelle >= 200
            MOVE 'ECHELLECOTES' TO errlog-programme
            MOVE 'RANGER-JOUEUR-ECHELLE' TO errlog-paragraphe
            MOVE 'Table de l''échelle pleine, joueur ignoré' TO errlog-message
            PERFORM ECRITURE-ERRLOG
        ELSE
            IF maitre-cote IS NUMERIC AND maitre-cote > 0
                MOVE maitre-cote TO coteLue
            ELSE
                MOVE 1000 TO coteLue
            END-IF
            ADD 1 TO nbJoueursEchelle
            MOVE maitre-nom TO ech-nom(nbJoueursEchelle)
            MOVE coteLue TO ech-cote(nbJoueursEchelle)
            MOVE maitre-parties-jouees TO ech-jouees(nbJoueursEchelle)
            MOVE maitre-parties-gagnees
                TO ech-gagnees(nbJoueursEchelle)
            MOVE maitre-parties-facile TO ech-facile(nbJoueursEchelle)
            MOVE maitre-parties-moyen TO ech-moyen(nbJoueursEchelle)
            MOVE maitre-parties-difficile
                TO ech-difficile(nbJoueursEchelle)
            IF maitre-pom-jouees IS NUMERIC
                MOVE maitre-pom-jouees TO ech-pom-jouees(nbJoueursEchelle)
                MOVE maitre-pom-gagnees
                    TO ech-pom-gagnees(nbJoueursEchelle)
            ELSE
                MOVE 0 TO ech-pom-jouees(nbJoueursEchelle)
                MOVE 0 TO ech-pom-gagnees(nbJoueursEchelle)
            END-IF
        END-IF
    END-IF.

TRIER-ECHELLE.
    MOVE SPACES TO ligne-echelle.
    MOVE 'ECHELLE DES COTES DES JOUEURS' TO ligne-echelle.
    WRITE enr-echelle FROM ligne-echelle.
    MOVE SPACES TO ligne-echelle.
    STRING 'JOUEES ET VICTOIRES : TOUS JEUX REUNIS - '
        'JEU=JEUPLUSOUMOINS JOUEES/GAGNEES - '
        'POM=PLUSOUMOINS JOUEES/GAGNEES'
        DELIMITED BY SIZE INTO ligne-echelle.
    WRITE enr-echelle FROM ligne-echelle.

    PERFORM VARYING indiceEchelle FROM 1 BY 1
            UNTIL indiceEchelle > nbJoueursEchelle
    STRING 'JOUEURS CLASSES=' compteur-edite
        DELIMITED BY SIZE INTO ligne-echelle.
    WRITE enr-echelle FROM ligne-echelle.
    MOVE nbJoueursSuspendus TO compteur-edite.
    MOVE SPACES TO ligne-echelle.
    STRING 'JOUEURS SUSPENDUS EXCLUS=' compteur-edite
        DELIMITED BY SIZE INTO ligne-echelle.
    WRITE enr-echelle FROM ligne-echelle.

    CLOSE fichier-echelle.
    MOVE 'ECHELLECOTES.PRT' TO etatNomFichier.
    MOVE 'ECHELLECOTES' TO etatProgramme.
    MOVE 'ECHELLE DES COTES DES JOUEURS' TO etatTitre.
    PERFORM MISE-EN-PAGE-ETAT.

*> La cote est commune aux deux jeux : le taux de victoires et le
*> total de parties portent sur JEUPLUSOUMOINS et PlusOuMoins réunis,
*> le détail par jeu suit sur la ligne.
ECRITURE-LIGNE-ECHELLE.
    COMPUTE totalJouees = ech-jouees(indiceEchelle)
        + ech-pom-jouees(indiceEchelle).
    COMPUTE totalGagnees = ech-gagnees(indiceEchelle)
        + ech-pom-gagnees(indiceEchelle).
    IF totalJouees > 0
        COMPUTE tauxVictoires =
            (totalGagnees * 100) / totalJouees
    ELSE
        MOVE 0 TO tauxVictoires
    END-IF.
    MOVE tauxVictoires TO taux-edite.
    MOVE ech-cote(indiceEchelle) TO cote-editee.
    MOVE rangEchelle TO rang-echelle-edite.
    MOVE totalJouees TO total-edite.
    MOVE SPACES TO ligne-echelle.
    STRING 'RANG=' rang-echelle-edite
        ' ' ech-nom(indiceEchelle)
        ' COTE=' cote-editee
        ' JOUEES=' total-edite
        ' VICTOIRES=' taux-edite '%'
        ' JEU=' ech-jouees(indiceEchelle)
        '/' ech-gagnees(indiceEchelle)
        ' POM=' ech-pom-jouees(indiceEchelle)
        '/' ech-pom-gagnees(indiceEchelle)
        ' F/M/D=' ech-facile(indiceEchelle)
        '/' ech-moyen(indiceEchelle)
        '/' ech-difficile(indiceEchelle)
        DELIMITED BY SIZE INTO ligne-echelle.
    WRITE enr-echelle FROM ligne-echelle.

COPY "etat-mise-en-page.cpy".

COPY "errlog-write.cpy".
