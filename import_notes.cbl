    SELECT OPTIONAL fichier-rejets-import ASSIGN TO "NOTESIMPORT.REJ"
        ORGANIZATION IS LINE SEQUENTIAL.
    COPY "etujrn-select.cpy".
    COPY "registre-select.cpy".
    COPY "matieres-select.cpy".
    SELECT fichier-controle-import ASSIGN TO "IMPORTNOTES.PRT"
        ORGANIZATION IS LINE SEQUENTIAL.
    COPY "catalogue-select.cpy".
    COPY "verrou-select.cpy".
    COPY "errlog-select.cpy".
    COPY "etat-select.cpy".
DATA DIVISION.
FILE SECTION.
FD fichier-import.
01 enr-import PIC X(80).
COPY "etudiants-fd.cpy".
FD fichier-etudiants-neuf.
01 enr-etudiant-neuf PIC X(50).
COPY "etujrn-fd.cpy".
COPY "registre-fd.cpy".
COPY "matieres-fd.cpy".
FD fichier-rejets-import.
01 enr-rejet-import PIC X(132).
FD fichier-controle-import.
01 enr-controle-import PIC X(80).
COPY "catalogue-fd.cpy".
COPY "verrou-fd.cpy".
COPY "errlog-fd.cpy".
COPY "etat-fd.cpy".
WORKING-STORAGE SECTION.
       COPY "errlog-ws.cpy".
       COPY "etat-ws.cpy".
       COPY "verrou-ws.cpy".
       COPY "registre-ws.cpy".
       COPY "matieres-table.cpy".
       77 statutImport PIC XX.
       77 statutEtudiants PIC XX.
       77 finFichierCourant PIC X(1).
       77 champCoef PIC X(10).
       77 champClasse PIC X(10).
       77 champPeriode PIC X(10).
       77 champMatricule PIC X(10).
       77 periodeJustifiee PIC X(6) JUSTIFIED RIGHT.
       77 periodeValidee PIC 9(6).
       77 valeurNumval PIC S9(8)V99.
       77 indiceImport PIC 9(3).
       77 indiceAutreImport PIC 9(3).
       77 nomGroupeCourant PIC X(20).
       77 matriculeGroupeCourant PIC X(8).
       77 importDuGroupe PIC X(1).
       01 nouvelEtudiantImport.
          05 nouv-nom PIC X(20).
          05 nouv-matiere PIC X(5).
          05 nouv-coef PIC 9V9.
          05 nouv-classe PIC X(5).
          05 nouv-periode PIC 9(6).
          05 nouv-matricule PIC X(8).

       01 tableImports.
          05 nbImports PIC 9(3) VALUE 0.
             10 imp-coef PIC 9V9.
             10 imp-classe PIC X(5).
             10 imp-periode PIC 9(6).
             10 imp-matricule PIC X(8).
             10 imp-place PIC X(1).

PROCEDURE DIVISION.
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM CHARGER-MATIERES.
    IF matieresValides = 'N'
        DISPLAY 'MATIERES.DAT invalide ou absent, import refusé.'
        PERFORM LIBERER-VERROU
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT fichier-rejets-import.
    PERFORM LECTURE-FICHIER-IMPORT.
    IF RETURN-CODE = 12
    IF RETURN-CODE = 0 AND nbLignesRejetees > 0
        MOVE 8 TO RETURN-CODE
    END-IF.
    PERFORM ECRITURE-CATALOGUE-IMPORT.
    PERFORM LIBERER-VERROU.
    STOP RUN.

*> ETUDIANTS.DAT est le fichier permanent, pas une génération datée :
*> cat-fichier-sortie reste à blanc.
ECRITURE-CATALOGUE-IMPORT.
    MOVE 'IMPORTNOTES' TO cat-programme.
    MOVE 'NOTESIMPORT.CSV' TO cat-fichier-entree.
    MOVE SPACES TO cat-fichier-sortie.
    MOVE nbLignesChargees TO cat-enregistrements.
    MOVE nbLignesRejetees TO cat-rejets.
    EVALUATE RETURN-CODE
        WHEN 0 MOVE 'OK' TO cat-resultat
        WHEN 4 MOVE 'AVERTISSEMENT' TO cat-resultat
        WHEN 8 MOVE 'REJETS' TO cat-resultat
        WHEN OTHER MOVE 'ECHEC FICHIER' TO cat-resultat
    END-EVALUATE.
    PERFORM ECRITURE-CATALOGUE.

LECTURE-FICHIER-IMPORT.
    OPEN INPUT fichier-import.
    IF statutImport NOT = '00'
        PERFORM ECRITURE-ERRLOG
        MOVE 12 TO RETURN-CODE
    ELSE
        PERFORM OUVRIR-REGISTRE
        IF registreOuvert = 'N'
            MOVE 12 TO RETURN-CODE
        ELSE
            MOVE 'N' TO finFichierCourant
            PERFORM UNTIL finFichierCourant = 'Y'
                READ fichier-import
                    AT END MOVE 'Y' TO finFichierCourant
                    NOT AT END PERFORM VALIDER-LIGNE-IMPORT
                END-READ
            END-PERFORM
            PERFORM FERMER-REGISTRE
        END-IF
        CLOSE fichier-import
    END-IF.

    MOVE SPACES TO champCoef.
    MOVE SPACES TO champClasse.
    MOVE SPACES TO champPeriode.
    MOVE SPACES TO champMatricule.
    UNSTRING enr-import DELIMITED BY ','
        INTO champNom champMatiere champNote champCoef
             champClasse champPeriode champMatricule.
    MOVE 'Y' TO ligneValide.
    MOVE SPACES TO motifRejet.
    EVALUATE TRUE
                MOVE valeurNumval TO noteValidee
            END-IF
    END-EVALUATE.
*> La matière doit figurer au référentiel MATIERES.DAT ; un
*> coefficient vide prend le coefficient du référentiel, un
*> coefficient saisi doit lui être égal.
    IF ligneValide = 'Y'
        MOVE champMatiere TO codeMatiereCherche
        PERFORM CHERCHER-MATIERE-REF
        IF champMatiere(6:5) NOT = SPACES
           OR indiceMatiereRefTrouvee = 0
            MOVE 'N' TO ligneValide
            MOVE 'Matière inconnue du référentiel' TO motifRejet
        END-IF
    END-IF.
    IF ligneValide = 'Y'
        IF champCoef = SPACES
            MOVE coefMatiereTrouve TO coefValide
        ELSE
            IF FUNCTION TEST-NUMVAL(champCoef) NOT = 0
                MOVE 'N' TO ligneValide
                MOVE 'Coefficient non numérique' TO motifRejet
            ELSE
                COMPUTE valeurNumval = FUNCTION NUMVAL(champCoef)
                IF valeurNumval NOT = coefMatiereTrouve
                    MOVE 'N' TO ligneValide
                    MOVE 'Coefficient différent du référentiel' TO motifRejet
                ELSE
                    MOVE valeurNumval TO coefValide
                END-IF
            END-IF
        END-IF
    END-IF.
            END-IF
        END-IF
    END-IF.
    IF ligneValide = 'Y'
        PERFORM CONTROLER-MATRICULE-IMPORT
    END-IF.
    IF ligneValide = 'Y' AND nbImports >= nbImportsMax
        MOVE 'N' TO ligneValide
        MOVE 'Table des imports pleine, ligne refusée' TO motifRejet
        MOVE coefValide TO imp-coef(nbImports)
        MOVE champClasse TO imp-classe(nbImports)
        MOVE periodeValidee TO imp-periode(nbImports)
        MOVE champMatricule TO imp-matricule(nbImports)
        MOVE 'N' TO imp-place(nbImports)
    ELSE
        PERFORM ECRITURE-REJET-IMPORT
    END-IF.

*> La note n'est acceptée que pour un étudiant inscrit au registre
*> sous ce matricule et sous ce nom ; une classe vide prend la
*> classe du registre.
CONTROLER-MATRICULE-IMPORT.
    MOVE FUNCTION TRIM(champMatricule) TO champMatricule.
    IF champMatricule = SPACES
        MOVE 'N' TO ligneValide
        MOVE 'Matricule absent' TO motifRejet
    ELSE
        IF champMatricule(9:2) NOT = SPACES
            MOVE 'N' TO ligneValide
            MOVE 'Matricule trop long' TO motifRejet
        ELSE
            MOVE champMatricule TO matriculeCherche
            PERFORM CHERCHER-INSCRIT
            EVALUATE TRUE
                WHEN inscritTrouve = 'N'
                    MOVE 'N' TO ligneValide
                    MOVE 'Matricule inconnu du registre' TO motifRejet
                WHEN inscritActif = 'N'
                    MOVE 'N' TO ligneValide
                    MOVE 'Etudiant sorti du registre' TO motifRejet
                WHEN ins-nom NOT = champNom
                    MOVE 'N' TO ligneValide
                    MOVE 'Nom différent de celui du registre' TO motifRejet
                WHEN OTHER
                    IF champClasse = SPACES
                        MOVE ins-classe TO champClasse
                    END-IF
            END-EVALUATE
        END-IF
    END-IF.

ECRITURE-REJET-IMPORT.
    ADD 1 TO nbLignesRejetees.
    MOVE SPACES TO ligne-rejet-import.
APPLIQUER-IMPORTS.
    OPEN EXTEND fichier-journal-etu.
    MOVE SPACES TO nomGroupeCourant.
    MOVE SPACES TO matriculeGroupeCourant.
    OPEN INPUT fichier-etudiants.
    OPEN OUTPUT fichier-etudiants-neuf.
    MOVE 'N' TO finFichierCourant.
    PERFORM RECHARGER-FICHIER-ETUDIANTS.
    CLOSE fichier-journal-etu.

*> Un groupe d'ETUDIANTS.DAT est l'ensemble contigu des notes d'un
*> même étudiant (même matricule et même nom). Les notes importées
*> rejoignent le groupe de leur matricule, ou le groupe sans
*> matricule de même nom saisi avant le registre.
RECOPIER-AVEC-IMPORTS.
    IF (etu-nom NOT = nomGroupeCourant
        OR etu-matricule NOT = matriculeGroupeCourant)
       AND nomGroupeCourant NOT = SPACES
        PERFORM INSERER-IMPORTS-GROUPE
    END-IF.
    MOVE etu-nom TO nomGroupeCourant.
    MOVE etu-matricule TO matriculeGroupeCourant.
    WRITE enr-etudiant-neuf FROM enr-etudiant.

INSERER-IMPORTS-GROUPE.
    PERFORM VARYING indiceImport FROM 1 BY 1
            UNTIL indiceImport > nbImports
        PERFORM CONTROLER-IMPORT-DU-GROUPE
        IF imp-place(indiceImport) = 'N'
           AND importDuGroupe = 'Y'
            PERFORM ECRIRE-UN-IMPORT
        END-IF
    END-PERFORM.

CONTROLER-IMPORT-DU-GROUPE.
    MOVE 'N' TO importDuGroupe.
    IF matriculeGroupeCourant = SPACES
        IF imp-nom(indiceImport) = nomGroupeCourant
            MOVE 'Y' TO importDuGroupe
        END-IF
    ELSE
        IF imp-matricule(indiceImport) = matriculeGroupeCourant
            MOVE 'Y' TO importDuGroupe
        END-IF
    END-IF.

INSERER-IMPORTS-RESTANTS.
    PERFORM VARYING indiceImport FROM 1 BY 1
            UNTIL indiceImport > nbImports
        IF imp-place(indiceImport) = 'N'
            MOVE imp-matricule(indiceImport) TO matriculeGroupeCourant
            PERFORM INSERER-IMPORTS-MEME-MATRICULE
        END-IF
    END-PERFORM.

INSERER-IMPORTS-MEME-MATRICULE.
    PERFORM VARYING indiceAutreImport FROM indiceImport BY 1
            UNTIL indiceAutreImport > nbImports
        IF imp-place(indiceAutreImport) = 'N'
           AND imp-matricule(indiceAutreImport) = matriculeGroupeCourant
            PERFORM ECRIRE-UN-IMPORT-SUIVANT
        END-IF
    END-PERFORM.
    MOVE imp-coef(indiceImport) TO nouv-coef.
    MOVE imp-classe(indiceImport) TO nouv-classe.
    MOVE imp-periode(indiceImport) TO nouv-periode.
    MOVE imp-matricule(indiceImport) TO nouv-matricule.
    WRITE enr-etudiant-neuf FROM nouvelEtudiantImport.
    MOVE 'Y' TO imp-place(indiceImport).
    ADD 1 TO nbLignesChargees.
    MOVE imp-coef(indiceAutreImport) TO nouv-coef.
    MOVE imp-classe(indiceAutreImport) TO nouv-classe.
    MOVE imp-periode(indiceAutreImport) TO nouv-periode.
    MOVE imp-matricule(indiceAutreImport) TO nouv-matricule.
    WRITE enr-etudiant-neuf FROM nouvelEtudiantImport.
    MOVE 'Y' TO imp-place(indiceAutreImport).
    ADD 1 TO nbLignesChargees.
    MOVE SPACES TO jrn-avant.
    MOVE nouvelEtudiantImport TO jrn-apres.
    MOVE codeOperateur TO jrn-operateur.
    MOVE SPACES TO jrn-valideur.
    WRITE enr-journal-etu.

RECHARGER-FICHIER-ETUDIANTS.
    DISPLAY ligne-controle-import.

    CLOSE fichier-controle-import.
    MOVE 'IMPORTNOTES.PRT' TO etatNomFichier.
    MOVE 'IMPORTNOTES' TO etatProgramme.
    MOVE 'CONTROLE DE L IMPORT DES NOTES' TO etatTitre.
    PERFORM MISE-EN-PAGE-ETAT.

COPY "registre-lecture.cpy".

COPY "matieres-charge.cpy".

COPY "verrou-prise.cpy".

COPY "catalogue-write.cpy".

COPY "etat-mise-en-page.cpy".

COPY "errlog-write.cpy".
