      *> Shared reference rate loader and lookup.
      *> COPY into PROCEDURE DIVISION (the host program also COPYs
      *> taux-select.cpy, taux-fd.cpy, taux-table.cpy and the errlog
      *> copybooks). MOVE the program name TO errlog-programme, then
      *> PERFORM CHARGER-TAUX at startup. An absent or empty TAUX.DAT
      *> is not an error (there is simply no rate to resolve); an
      *> invalid record or two versions of a rate with the same
      *> effective date are refused (tauxValides is set to 'N' and the
      *> reason is logged).
      *> To resolve a rate, MOVE the code TO codeTauxCherche and the
      *> reference date TO dateTauxCherchee, then PERFORM
      *> CHERCHER-TAUX-EN-VIGUEUR: the version retained is the one
      *> with the latest effective date not after the reference date.
      *> indiceTauxTrouve is 0 when the code is unknown or has no
      *> version in force yet on that date.
       CHARGER-TAUX.
           MOVE 0 TO nbTauxRef.
           MOVE 'Y' TO tauxValides.
           OPEN INPUT fichier-taux.
           MOVE 'N' TO finFichierTaux.
           PERFORM UNTIL finFichierTaux = 'Y'
               READ fichier-taux
                   AT END MOVE 'Y' TO finFichierTaux
                   NOT AT END PERFORM RANGER-TAUX-REF
               END-READ
           END-PERFORM.
           CLOSE fichier-taux.

       RANGER-TAUX-REF.
           IF txr-code = SPACES
              OR txr-date-effet NOT NUMERIC
              OR txr-valeur NOT NUMERIC
               MOVE 'Taux invalide dans TAUX.DAT' TO errlog-message
               PERFORM SIGNALER-TAUX-INVALIDES
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(txr-date-effet) NOT = 0
                   MOVE 'Date d''effet invalide dans TAUX.DAT' TO errlog-message
                   PERFORM SIGNALER-TAUX-INVALIDES
               ELSE
                   PERFORM CHERCHER-VERSION-TAUX
                   IF indiceTauxTrouve > 0
                       MOVE SPACES TO errlog-message
                       STRING 'Version de taux en double dans TAUX.DAT : '
                           txr-code ' ' txr-date-effet
                           DELIMITED BY SIZE INTO errlog-message
                       PERFORM SIGNALER-TAUX-INVALIDES
                   ELSE
                       IF nbTauxRef < 500
                           ADD 1 TO nbTauxRef
                           MOVE txr-code TO txf-code(nbTauxRef)
                           MOVE txr-date-effet TO txf-date-effet(nbTauxRef)
                           MOVE txr-valeur TO txf-valeur(nbTauxRef)
                       ELSE
                           MOVE 'Table des taux de référence pleine' TO errlog-message
                           PERFORM SIGNALER-TAUX-INVALIDES
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> Une même version (code + date d'effet) ne peut figurer
      *> qu'une fois : sinon la valeur appliquée serait ambiguë.
       CHERCHER-VERSION-TAUX.
           MOVE 0 TO indiceTauxTrouve.
           PERFORM VARYING indiceTauxRef FROM 1 BY 1
                   UNTIL indiceTauxRef > nbTauxRef
                      OR indiceTauxTrouve > 0
               IF txf-code(indiceTauxRef) = txr-code
                  AND txf-date-effet(indiceTauxRef) = txr-date-effet
                   MOVE indiceTauxRef TO indiceTauxTrouve
               END-IF
           END-PERFORM.

       SIGNALER-TAUX-INVALIDES.
           MOVE 'N' TO tauxValides.
           MOVE 'CHARGER-TAUX' TO errlog-paragraphe.
           PERFORM ECRITURE-ERRLOG.

       CHERCHER-TAUX-EN-VIGUEUR.
           MOVE 0 TO indiceTauxTrouve.
           MOVE 0 TO valeurTauxTrouvee.
           MOVE 0 TO dateEffetTauxTrouvee.
           PERFORM VARYING indiceTauxRef FROM 1 BY 1
                   UNTIL indiceTauxRef > nbTauxRef
               IF txf-code(indiceTauxRef) = codeTauxCherche
                  AND txf-date-effet(indiceTauxRef) <= dateTauxCherchee
                  AND (indiceTauxTrouve = 0
                       OR txf-date-effet(indiceTauxRef)
                          > dateEffetTauxTrouvee)
                   MOVE indiceTauxRef TO indiceTauxTrouve
                   MOVE txf-date-effet(indiceTauxRef)
                       TO dateEffetTauxTrouvee
                   MOVE txf-valeur(indiceTauxRef) TO valeurTauxTrouvee
               END-IF
           END-PERFORM.
