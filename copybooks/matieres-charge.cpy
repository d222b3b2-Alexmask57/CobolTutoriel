      *> Shared subject reference loader and lookups.
      *> COPY into PROCEDURE DIVISION (the host program also COPYs
      *> matieres-select.cpy, matieres-fd.cpy, matieres-table.cpy and
      *> the errlog copybooks). MOVE the program name TO
      *> errlog-programme, then PERFORM CHARGER-MATIERES at startup;
      *> an empty reference, an invalid or duplicate record, or a
      *> class pass mark for an unknown subject is refused
      *> (matieresValides stays 'N' and the reason is logged).
      *> To look a subject up, MOVE the code TO codeMatiereCherche and
      *> PERFORM CHERCHER-MATIERE-REF: indiceMatiereRefTrouvee is 0
      *> when the code is unknown, and libelleMatiereTrouve then holds
      *> the code itself so that reports still print something. For a
      *> class pass mark, MOVE the class TO classeMatiereCherchee as
      *> well and PERFORM CHERCHER-BARRE-CLASSE.
       CHARGER-MATIERES.
           MOVE 0 TO nbMatieresRef.
           MOVE 0 TO nbBarresClasses.
           MOVE 'Y' TO matieresValides.
           OPEN INPUT fichier-matieres.
           MOVE 'N' TO finFichierMatieres.
           PERFORM UNTIL finFichierMatieres = 'Y'
               READ fichier-matieres
                   AT END MOVE 'Y' TO finFichierMatieres
                   NOT AT END PERFORM RANGER-MATIERE-REF
               END-READ
           END-PERFORM.
           CLOSE fichier-matieres.
           IF nbMatieresRef = 0
               MOVE 'Référentiel des matières MATIERES.DAT absent ou vide' TO errlog-message
               PERFORM SIGNALER-MATIERES-INVALIDES
           ELSE
               PERFORM VALIDER-BARRES-CLASSES
           END-IF.

       RANGER-MATIERE-REF.
           EVALUATE ref-type
               WHEN 'M'
                   MOVE ref-code TO codeMatiereCherche
                   PERFORM CHERCHER-MATIERE-REF
                   IF ref-code = SPACES OR ref-libelle = SPACES
                      OR ref-coef NOT NUMERIC OR ref-coef = 0
                       MOVE 'Matière invalide dans MATIERES.DAT' TO errlog-message
                       PERFORM SIGNALER-MATIERES-INVALIDES
                   ELSE
                       IF indiceMatiereRefTrouvee > 0
                           MOVE 'Matière en double dans MATIERES.DAT' TO errlog-message
                           PERFORM SIGNALER-MATIERES-INVALIDES
                       ELSE
                           IF nbMatieresRef < 100
                               ADD 1 TO nbMatieresRef
                               MOVE ref-code TO mrf-code(nbMatieresRef)
                               MOVE ref-libelle TO mrf-libelle(nbMatieresRef)
                               MOVE ref-coef TO mrf-coef(nbMatieresRef)
                           ELSE
                               MOVE 'Table des matières de référence pleine' TO errlog-message
                               PERFORM SIGNALER-MATIERES-INVALIDES
                           END-IF
                       END-IF
                   END-IF
               WHEN 'C'
                   MOVE ref-code TO codeMatiereCherche
                   MOVE ref-classe TO classeMatiereCherchee
                   PERFORM CHERCHER-BARRE-CLASSE
                   IF ref-code = SPACES OR ref-classe = SPACES
                      OR ref-barre NOT NUMERIC OR ref-barre > 20
                       MOVE 'Barre de classe invalide dans MATIERES.DAT' TO errlog-message
                       PERFORM SIGNALER-MATIERES-INVALIDES
                   ELSE
                       IF barreClasseDefinie = 'Y'
                           MOVE 'Barre de classe en double dans MATIERES.DAT' TO errlog-message
                           PERFORM SIGNALER-MATIERES-INVALIDES
                       ELSE
                           IF nbBarresClasses < 200
                               ADD 1 TO nbBarresClasses
                               MOVE ref-code TO brc-code(nbBarresClasses)
                               MOVE ref-classe TO brc-classe(nbBarresClasses)
                               MOVE ref-barre TO brc-barre(nbBarresClasses)
                           ELSE
                               MOVE 'Table des barres de classe pleine' TO errlog-message
                               PERFORM SIGNALER-MATIERES-INVALIDES
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 'Type d''enregistrement inconnu dans MATIERES.DAT' TO errlog-message
                   PERFORM SIGNALER-MATIERES-INVALIDES
           END-EVALUATE.

      *> Une barre de classe ne peut viser qu'une matière définie
      *> (les enregistrements 'C' peuvent précéder leur 'M').
       VALIDER-BARRES-CLASSES.
           PERFORM VARYING indiceBarreClasse FROM 1 BY 1
                   UNTIL indiceBarreClasse > nbBarresClasses
               MOVE brc-code(indiceBarreClasse) TO codeMatiereCherche
               PERFORM CHERCHER-MATIERE-REF
               IF indiceMatiereRefTrouvee = 0
                   MOVE SPACES TO errlog-message
                   STRING 'Barre de classe pour une matière inconnue : '
                       brc-code(indiceBarreClasse)
                       DELIMITED BY SIZE INTO errlog-message
                   PERFORM SIGNALER-MATIERES-INVALIDES
               END-IF
           END-PERFORM.

       SIGNALER-MATIERES-INVALIDES.
           MOVE 'N' TO matieresValides.
           MOVE 'CHARGER-MATIERES' TO errlog-paragraphe.
           PERFORM ECRITURE-ERRLOG.

       CHERCHER-MATIERE-REF.
           MOVE 0 TO indiceMatiereRefTrouvee.
           MOVE codeMatiereCherche TO libelleMatiereTrouve.
           MOVE 0 TO coefMatiereTrouve.
           PERFORM VARYING indiceMatiereRef FROM 1 BY 1
                   UNTIL indiceMatiereRef > nbMatieresRef
                      OR indiceMatiereRefTrouvee > 0
               IF mrf-code(indiceMatiereRef) = codeMatiereCherche
                   MOVE indiceMatiereRef TO indiceMatiereRefTrouvee
                   MOVE mrf-libelle(indiceMatiereRef)
                       TO libelleMatiereTrouve
                   MOVE mrf-coef(indiceMatiereRef) TO coefMatiereTrouve
               END-IF
           END-PERFORM.

       CHERCHER-BARRE-CLASSE.
           MOVE 'N' TO barreClasseDefinie.
           MOVE 0 TO barreClasseTrouvee.
           PERFORM VARYING indiceBarreClasse FROM 1 BY 1
                   UNTIL indiceBarreClasse > nbBarresClasses
                      OR barreClasseDefinie = 'Y'
               IF brc-code(indiceBarreClasse) = codeMatiereCherche
                  AND brc-classe(indiceBarreClasse)
                      = classeMatiereCherchee
                   MOVE 'Y' TO barreClasseDefinie
                   MOVE brc-barre(indiceBarreClasse)
                       TO barreClasseTrouvee
               END-IF
           END-PERFORM.
