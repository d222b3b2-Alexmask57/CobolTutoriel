        FILE STATUS IS statutRapportNotes.
    COPY "catalogue-select.cpy".
    COPY "bandes-select.cpy".
    COPY "matieres-select.cpy".
    COPY "errlog-select.cpy".
    COPY "etat-select.cpy".
DATA DIVISION.
FILE SECTION.
COPY "etudiants-fd.cpy".
01 enr-rapport-notes PIC X(100).
COPY "catalogue-fd.cpy".
COPY "bandes-fd.cpy".
COPY "matieres-fd.cpy".
COPY "errlog-fd.cpy".
COPY "etat-fd.cpy".
WORKING-STORAGE SECTION.
       COPY "errlog-ws.cpy".
       COPY "etat-ws.cpy".
       COPY "bandes-table.cpy".
       COPY "matieres-table.cpy".

       77 finFichierEtudiants PIC X(1) VALUE 'N'.
       77 statutEtudiants PIC XX.
       77 groupesEclates PIC X(1) VALUE 'N'.
       77 nbGroupesEclates PIC 9(3) VALUE 0.
       77 nomGroupeControle PIC X(20).
       77 matriculeGroupeControle PIC X(8).
       77 numeroLigneControle PIC 9(6).
       77 indiceNomVu PIC 9(3).
       77 nomDejaVu PIC X(1).
          05 nbNomsVus PIC 9(3) VALUE 0.
          05 nomVuEntree OCCURS 500.
             10 vu-nom PIC X(20).
             10 vu-matricule PIC X(8).
       77 libelleClasse PIC X(5).
       77 indiceClasseEcole PIC 9(2).
       77 indiceClasseTrouvee PIC 9(2).
                15 cle-compteur PIC 9(6).

       77 nomEtudiantCourant PIC X(20) VALUE SPACES.
       77 matriculeEtudiantCourant PIC X(8) VALUE SPACES.
       77 sommePonderee PIC 9(7)V9999 VALUE 0.
       77 sommeCoefs PIC 9(4)V9 VALUE 0.
       77 moyenneEtudiant PIC 99V99 VALUE 0.
          05 nbClasses PIC 9(3) VALUE 0.
          05 classementEntree OCCURS 500.
             10 cls-nom PIC X(20).
             10 cls-matricule PIC X(8).
             10 cls-moyenne PIC 99V99.
             10 cls-classe PIC X(5).
       77 indiceClassement PIC 9(3).
       77 percentileClassement PIC 9(3)V99.
       77 percentile-edite PIC ZZ9.99.
       77 nomPermute PIC X(20).
       77 matriculePermute PIC X(8).
       77 moyennePermutee PIC 99V99.
       77 classePermutee PIC X(5).

        PERFORM ECRITURE-CATALOGUE-NOTES
        STOP RUN
    END-IF
*> Sans référentiel des matières valide, le rapport sort quand même
*> (en avertissement) avec les codes matière à la place des libellés.
    PERFORM CHARGER-MATIERES
    IF matieresValides = 'N'
        ADD 1 TO nbAvertissementsNotes
    END-IF
    OPEN INPUT fichier-etudiants
    IF statutEtudiants NOT = '00'
        MOVE 'Y' TO echecFichierNotes
        PERFORM ECRITURE-COMPARAISON-CLASSES
        CLOSE fichier-etudiants
        CLOSE fichier-rapport-notes
        MOVE nomGenerationNotes TO etatNomFichier
        MOVE 'RAPPORTNOTES' TO etatProgramme
        MOVE 'RAPPORT DES NOTES' TO etatTitre
        PERFORM MISE-EN-PAGE-ETAT
    END-IF
    PERFORM FIXER-CODE-RETOUR-NOTES.
    PERFORM ECRITURE-CATALOGUE-NOTES.
    STOP RUN.

*> Un groupe est l'ensemble contigu des notes d'un même étudiant,
*> identifié par son matricule et son nom (nom seul pour les notes
*> saisies avant le registre des étudiants).
CONTROLER-GROUPES-ETUDIANTS.
    MOVE SPACES TO nomGroupeControle.
    MOVE SPACES TO matriculeGroupeControle.
    MOVE 0 TO numeroLigneControle.
    MOVE 'N' TO finFichierEtudiants.
    PERFORM UNTIL finFichierEtudiants = 'Y'
CONTROLER-GROUPE-LIGNE.
    ADD 1 TO numeroLigneControle.
    IF etu-nom = nomGroupeControle
       AND etu-matricule = matriculeGroupeControle
        CONTINUE
    ELSE
        MOVE 'N' TO nomDejaVu
                UNTIL indiceNomVu > nbNomsVus
                   OR nomDejaVu = 'Y'
            IF vu-nom(indiceNomVu) = etu-nom
               AND vu-matricule(indiceNomVu) = etu-matricule
                MOVE 'Y' TO nomDejaVu
            END-IF
        END-PERFORM
            ADD 1 TO nbGroupesEclates
            MOVE SPACES TO ligne-rapport-notes
            STRING 'GROUPE ECLATE : ' etu-nom
                ' MATRICULE=' etu-matricule
                ' REAPPARAIT LIGNE ' numeroLigneControle
                DELIMITED BY SIZE INTO ligne-rapport-notes
            WRITE enr-rapport-notes FROM ligne-rapport-notes
            MOVE 'CONTROLER-GROUPES-ETUDIANTS' TO errlog-paragraphe
            MOVE SPACES TO errlog-message
            STRING 'Groupe éclaté dans ETUDIANTS.DAT : ' etu-nom
                ' ' etu-matricule
                DELIMITED BY SIZE INTO errlog-message
            PERFORM ECRITURE-ERRLOG
        ELSE
            IF nbNomsVus < 500
                ADD 1 TO nbNomsVus
                MOVE etu-nom TO vu-nom(nbNomsVus)
                MOVE etu-matricule TO vu-matricule(nbNomsVus)
            END-IF
        END-IF
        MOVE etu-nom TO nomGroupeControle
        MOVE etu-matricule TO matriculeGroupeControle
    END-IF.

ECRITURE-CATALOGUE-NOTES.
    END-IF.

TRAITER-NOTE-MATIERE.
    IF (etu-nom NOT = nomEtudiantCourant
        OR etu-matricule NOT = matriculeEtudiantCourant)
       AND nomEtudiantCourant NOT = SPACES
        PERFORM CLASSIFICATION-ETUDIANT
    END-IF.
    MOVE etu-nom TO nomEtudiantCourant.
    MOVE etu-matricule TO matriculeEtudiantCourant.
    IF classeEtudiantCourant = SPACES
        MOVE etu-classe TO classeEtudiantCourant
    END-IF.
    MOVE 0 TO sommeCoefs.
    MOVE 0 TO lignesGroupeRetenues.
    MOVE SPACES TO nomEtudiantCourant.
    MOVE SPACES TO matriculeEtudiantCourant.
    MOVE SPACES TO classeEtudiantCourant.

CLASSER-ETUDIANT-RETENU.
        IF nbClasses < 500
            ADD 1 TO nbClasses
            MOVE nomEtudiantCourant TO cls-nom(nbClasses)
            MOVE matriculeEtudiantCourant TO cls-matricule(nbClasses)
            MOVE moyenneEtudiant TO cls-moyenne(nbClasses)
            MOVE classeEtudiantCourant TO cls-classe(nbClasses)
        ELSE
ECRITURE-LIGNE-ROSTER.
    MOVE moyenneEtudiant TO moyenne-edite.
    MOVE SPACES TO ligne-rapport-notes.
    STRING nomEtudiantCourant ' ' matriculeEtudiantCourant
        ' MOYENNE=' moyenne-edite
        ' MENTION=' mentionCourante
        ' CLASSE=' classeEtudiantCourant
        DELIMITED BY SIZE INTO ligne-rapport-notes.
            IF cls-moyenne(indiceSuivant)
               > cls-moyenne(indiceClassement)
                MOVE cls-nom(indiceClassement) TO nomPermute
                MOVE cls-matricule(indiceClassement) TO matriculePermute
                MOVE cls-moyenne(indiceClassement) TO moyennePermutee
                MOVE cls-classe(indiceClassement) TO classePermutee
                MOVE cls-nom(indiceSuivant)
                    TO cls-nom(indiceClassement)
                MOVE cls-matricule(indiceSuivant)
                    TO cls-matricule(indiceClassement)
                MOVE cls-moyenne(indiceSuivant)
                    TO cls-moyenne(indiceClassement)
                MOVE cls-classe(indiceSuivant)
                    TO cls-classe(indiceClassement)
                MOVE nomPermute TO cls-nom(indiceSuivant)
                MOVE matriculePermute TO cls-matricule(indiceSuivant)
                MOVE moyennePermutee TO cls-moyenne(indiceSuivant)
                MOVE classePermutee TO cls-classe(indiceSuivant)
            END-IF
    MOVE SPACES TO ligne-rapport-notes.
    STRING 'RANG=' rang-edite
        ' ' cls-nom(indiceClassement)
        ' ' cls-matricule(indiceClassement)
        ' MOYENNE=' moyenne-edite
        ' PERCENTILE=' percentile-edite
        DELIMITED BY SIZE INTO ligne-rapport-notes.
    MOVE SPACES TO ligne-rapport-notes.
    STRING '  RANG=' rang-edite
        ' ' cls-nom(indiceClassement)
        ' ' cls-matricule(indiceClassement)
        ' MOYENNE=' moyenne-edite
        ' PERCENTILE=' percentile-edite
        DELIMITED BY SIZE INTO ligne-rapport-notes.
        MOVE moyenneMatiere TO moyenne-edite
        MOVE mat-min(indiceMatiere) TO note-min-edite
        MOVE mat-max(indiceMatiere) TO note-max-edite
        MOVE mat-code(indiceMatiere) TO codeMatiereCherche
        PERFORM CHERCHER-MATIERE-REF
        MOVE SPACES TO ligne-rapport-notes
        STRING 'MATIERE=' libelleMatiereTrouve
            ' CLASSE=' mat-classe(indiceMatiere)
            ' NOTES=' mat-nb(indiceMatiere)
            ' MOYENNE=' moyenne-edite

COPY "bandes-charge.cpy".

COPY "matieres-charge.cpy".

COPY "etat-mise-en-page.cpy".

COPY "errlog-write.cpy".
