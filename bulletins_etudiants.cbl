    SELECT fichier-bulletins ASSIGN TO "BULLETINS.PRT"
        ORGANIZATION IS LINE SEQUENTIAL.
    COPY "bandes-select.cpy".
    COPY "matieres-select.cpy".
    COPY "absences-select.cpy".
    COPY "errlog-select.cpy".
    COPY "etat-select.cpy".
DATA DIVISION.
FILE SECTION.
COPY "etudiants-fd.cpy".
FD fichier-bulletins.
01 enr-bulletin PIC X(100).
COPY "bandes-fd.cpy".
COPY "matieres-fd.cpy".
COPY "absences-fd.cpy".
COPY "errlog-fd.cpy".
COPY "etat-fd.cpy".
WORKING-STORAGE SECTION.
       COPY "errlog-ws.cpy".
       COPY "etat-ws.cpy".
       COPY "bandes-table.cpy".
       COPY "matieres-table.cpy".
       77 statutEtudiants PIC XX.
       77 statutAbsences PIC XX.
       77 saisiePeriode PIC X(8).
       77 periodeJustifiee PIC X(6) JUSTIFIED RIGHT.
       77 periodeFiltre PIC 9(6) VALUE 0.
       77 periodeEnregistrement PIC 9(6).
       77 finFichierEtudiants PIC X(1).
       77 finFichierAbsences PIC X(1).
       77 absences-editees PIC ZZZ9.
       77 justifiees-editees PIC ZZZ9.
       77 non-justifiees-editees PIC ZZZ9.
       77 nbAbsencesNonJustifiees PIC 9(4).
       77 indiceDetail PIC 9(4).
       77 indiceEleve PIC 9(3).
       77 indiceEleveTrouve PIC 9(3).
          05 nbDetails PIC 9(4) VALUE 0.
          05 detailBulletin OCCURS 2000.
             10 det-nom PIC X(20).
             10 det-matricule PIC X(8).
             10 det-matiere PIC X(5).
             10 det-note PIC 99V99.
             10 det-coef PIC 9V9.
          05 nbElevesBulletin PIC 9(3) VALUE 0.
          05 eleveBulletin OCCURS 300.
             10 elb-nom PIC X(20).
             10 elb-matricule PIC X(8).
             10 elb-classe PIC X(5).
             10 elb-somme-ponderee PIC 9(7)V9999.
             10 elb-somme-coefs PIC 9(4)V9.
             10 elb-moyenne PIC 99V99.
             10 elb-abs-total PIC 9(4).
             10 elb-abs-justifiees PIC 9(4).

       01 tableMatieresBulletin.
          05 nbMatieresBulletin PIC 9(3) VALUE 0.
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM CHARGER-MATIERES.
    IF matieresValides = 'N'
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM LECTURE-NOTES-BULLETINS.
    IF RETURN-CODE = 12
        STOP RUN
    END-IF.
    PERFORM LECTURE-ABSENCES-BULLETINS.
    PERFORM CALCULER-MOYENNES-ELEVES.
    PERFORM ECRITURE-BULLETINS.
    STOP RUN.
        ELSE
            ADD 1 TO nbDetails
            MOVE etu-nom TO det-nom(nbDetails)
            MOVE etu-matricule TO det-matricule(nbDetails)
            MOVE etu-matiere TO det-matiere(nbDetails)
            MOVE etu-note TO det-note(nbDetails)
            MOVE etu-coef TO det-coef(nbDetails)
        END-IF
    END-IF.

*> Un élève est identifié par son matricule et son nom : deux
*> homonymes inscrits sous des matricules différents ont chacun leur
*> bulletin.
CUMULER-ELEVE-BULLETIN.
    MOVE 0 TO indiceEleveTrouve.
    PERFORM VARYING indiceEleve FROM 1 BY 1
            UNTIL indiceEleve > nbElevesBulletin
               OR indiceEleveTrouve > 0
        IF elb-nom(indiceEleve) = etu-nom
           AND elb-matricule(indiceEleve) = etu-matricule
            MOVE indiceEleve TO indiceEleveTrouve
        END-IF
    END-PERFORM.
    IF indiceEleveTrouve = 0 AND nbElevesBulletin < 300
        ADD 1 TO nbElevesBulletin
        MOVE etu-nom TO elb-nom(nbElevesBulletin)
        MOVE etu-matricule TO elb-matricule(nbElevesBulletin)
        MOVE etu-classe TO elb-classe(nbElevesBulletin)
        MOVE 0 TO elb-somme-ponderee(nbElevesBulletin)
        MOVE 0 TO elb-somme-coefs(nbElevesBulletin)
        MOVE 0 TO elb-moyenne(nbElevesBulletin)
        MOVE 0 TO elb-abs-total(nbElevesBulletin)
        MOVE 0 TO elb-abs-justifiees(nbElevesBulletin)
        MOVE nbElevesBulletin TO indiceEleveTrouve
    END-IF.
    IF indiceEleveTrouve > 0
        ADD etu-note TO mab-somme(indiceMatiereTrouvee)
    END-IF.

*> Les absences sont comptées sur le bulletin de l'élève qui porte
*> leur matricule, pour la période éditée ; un fichier ABSENCES.DAT
*> absent ne compte aucune absence.
LECTURE-ABSENCES-BULLETINS.
    OPEN INPUT fichier-absences.
    MOVE 'N' TO finFichierAbsences.
    PERFORM UNTIL finFichierAbsences = 'Y'
        READ fichier-absences
            AT END MOVE 'Y' TO finFichierAbsences
            NOT AT END PERFORM CUMULER-ABSENCE-BULLETIN
        END-READ
    END-PERFORM.
    CLOSE fichier-absences.

CUMULER-ABSENCE-BULLETIN.
    IF abs-periode IS NUMERIC
        MOVE abs-periode TO periodeEnregistrement
    ELSE
        MOVE 0 TO periodeEnregistrement
    END-IF.
    IF abs-matricule NOT = SPACES
       AND (periodeFiltre = 0
            OR periodeEnregistrement = periodeFiltre)
        MOVE 0 TO indiceEleveTrouve
        PERFORM VARYING indiceEleve FROM 1 BY 1
                UNTIL indiceEleve > nbElevesBulletin
                   OR indiceEleveTrouve > 0
            IF elb-matricule(indiceEleve) = abs-matricule
                MOVE indiceEleve TO indiceEleveTrouve
            END-IF
        END-PERFORM
        IF indiceEleveTrouve > 0
            ADD 1 TO elb-abs-total(indiceEleveTrouve)
            IF abs-justifiee = 'J'
                ADD 1 TO elb-abs-justifiees(indiceEleveTrouve)
            END-IF
        END-IF
    END-IF.

CALCULER-MOYENNES-ELEVES.
    PERFORM VARYING indiceEleve FROM 1 BY 1
            UNTIL indiceEleve > nbElevesBulletin
        DELIMITED BY SIZE INTO ligne-bulletin.
    WRITE enr-bulletin FROM ligne-bulletin.
    CLOSE fichier-bulletins.
    MOVE 'BULLETINS.PRT' TO etatNomFichier.
    MOVE 'BULLETINS' TO etatProgramme.
    MOVE 'BULLETINS DE NOTES' TO etatTitre.
    MOVE 'Y' TO etatDejaPagine.
    MOVE numeroPage TO etatNbPages.
    PERFORM MISE-EN-PAGE-ETAT.

ECRITURE-UN-BULLETIN.
    ADD 1 TO numeroPage.
    PERFORM VARYING indiceDetail FROM 1 BY 1
            UNTIL indiceDetail > nbDetails
        IF det-nom(indiceDetail) = elb-nom(indiceEleve)
           AND det-matricule(indiceDetail) = elb-matricule(indiceEleve)
            PERFORM ECRITURE-LIGNE-MATIERE-BULLETIN
        END-IF
    END-PERFORM.
    WRITE enr-bulletin FROM ligne-bulletin.
    MOVE SPACES TO ligne-bulletin.
    STRING 'ETUDIANT : ' elb-nom(indiceEleve)
        '  MATRICULE : ' elb-matricule(indiceEleve)
        '  CLASSE : ' elb-classe(indiceEleve)
        DELIMITED BY SIZE INTO ligne-bulletin.
    WRITE enr-bulletin FROM ligne-bulletin.
    MOVE SPACES TO ligne-bulletin.
    MOVE 'MATIERE                           COEF  NOTE   MOYENNE DE LA CLASSE'
        TO ligne-bulletin.
    WRITE enr-bulletin FROM ligne-bulletin.

    MOVE det-note(indiceDetail) TO note-edite.
    MOVE det-coef(indiceDetail) TO coef-edite.
    MOVE moyenneMatiereClasse TO moyenne-matiere-edite.
    MOVE det-matiere(indiceDetail) TO codeMatiereCherche.
    PERFORM CHERCHER-MATIERE-REF.
    MOVE SPACES TO ligne-bulletin.
    STRING libelleMatiereTrouve
        '    ' coef-edite
        '   ' note-edite
        '  ' moyenne-matiere-edite
            DELIMITED BY SIZE INTO ligne-bulletin
    END-IF.
    WRITE enr-bulletin FROM ligne-bulletin.
    COMPUTE nbAbsencesNonJustifiees = elb-abs-total(indiceEleve)
        - elb-abs-justifiees(indiceEleve).
    MOVE elb-abs-total(indiceEleve) TO absences-editees.
    MOVE elb-abs-justifiees(indiceEleve) TO justifiees-editees.
    MOVE nbAbsencesNonJustifiees TO non-justifiees-editees.
    MOVE SPACES TO ligne-bulletin.
    STRING 'ABSENCES=' absences-editees
        '  JUSTIFIEES=' justifiees-editees
        '  NON JUSTIFIEES=' non-justifiees-editees
        DELIMITED BY SIZE INTO ligne-bulletin.
    WRITE enr-bulletin FROM ligne-bulletin.
    MOVE numeroPage TO page-editee.
    MOVE SPACES TO ligne-bulletin.
    STRING 'FIN DU BULLETIN - PAGE ' page-editee

COPY "bandes-charge.cpy".

COPY "matieres-charge.cpy".

COPY "etat-mise-en-page.cpy".

COPY "errlog-write.cpy".
