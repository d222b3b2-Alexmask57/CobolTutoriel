      *> Shared shop calendar loader and date qualification.
      *> COPY into PROCEDURE DIVISION (the host program also COPYs
      *> calendrier-select.cpy, calendrier-fd.cpy,
      *> calendrier-table.cpy and the errlog copybooks). MOVE the
      *> program name TO errlog-programme, then PERFORM
      *> CHARGER-CALENDRIER at startup. An absent or empty
      *> CALENDRIER.DAT is not an error (the default Monday-to-Friday
      *> week applies); an invalid record or a date given twice for
      *> the same kind of record is refused (calendrierValide is set
      *> to 'N' and the reason is logged).
      *> To qualify a date, MOVE it TO dateCalendrier, then PERFORM
      *> QUALIFIER-DATE-CALENDRIER: jourSemaineCalendrier (1 Monday
      *> to 7 Sunday), jourOuvreCalendrier, finDeMoisCalendrier and
      *> finDePeriodeCalendrier ('Y' or 'N') are set.
       CHARGER-CALENDRIER.
           MOVE 0 TO nbJoursCalendrier.
           MOVE 'Y' TO calendrierValide.
           OPEN INPUT fichier-calendrier.
           MOVE 'N' TO finFichierCalendrier.
           PERFORM UNTIL finFichierCalendrier = 'Y'
               READ fichier-calendrier
                   AT END MOVE 'Y' TO finFichierCalendrier
                   NOT AT END PERFORM RANGER-JOUR-CALENDRIER
               END-READ
           END-PERFORM.
           CLOSE fichier-calendrier.

       RANGER-JOUR-CALENDRIER.
           IF cal-date NOT NUMERIC
              OR NOT ((cal-type = 'J' AND (cal-code = 'O' OR cal-code = 'F'
                                           OR cal-code = 'V'))
                      OR (cal-type = 'P' AND (cal-code = 'M'
                                              OR cal-code = 'T')))
               MOVE 'Jour invalide dans CALENDRIER.DAT' TO errlog-message
               PERFORM SIGNALER-CALENDRIER-INVALIDE
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(cal-date) NOT = 0
                   MOVE 'Date invalide dans CALENDRIER.DAT' TO errlog-message
                   PERFORM SIGNALER-CALENDRIER-INVALIDE
               ELSE
                   PERFORM CHERCHER-JOUR-EN-DOUBLE
                   IF indiceCalendrierTrouve > 0
                       MOVE SPACES TO errlog-message
                       STRING 'Date en double dans CALENDRIER.DAT : '
                           cal-type ' ' cal-date
                           DELIMITED BY SIZE INTO errlog-message
                       PERFORM SIGNALER-CALENDRIER-INVALIDE
                   ELSE
                       IF nbJoursCalendrier < 1000
                           ADD 1 TO nbJoursCalendrier
                           MOVE cal-type TO cld-type(nbJoursCalendrier)
                           MOVE cal-date TO cld-date(nbJoursCalendrier)
                           MOVE cal-code TO cld-code(nbJoursCalendrier)
                       ELSE
                           MOVE 'Table du calendrier pleine' TO errlog-message
                           PERFORM SIGNALER-CALENDRIER-INVALIDE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> Un jour ne peut avoir qu'un statut, et une fin de période
      *> n'est marquée qu'une fois : sinon la règle appliquée serait
      *> ambiguë. Un même jour peut en revanche être à la fois fin de
      *> mois et fin de trimestre scolaire.
       CHERCHER-JOUR-EN-DOUBLE.
           MOVE 0 TO indiceCalendrierTrouve.
           PERFORM VARYING indiceCalendrier FROM 1 BY 1
                   UNTIL indiceCalendrier > nbJoursCalendrier
                      OR indiceCalendrierTrouve > 0
               IF cld-date(indiceCalendrier) = cal-date
                  AND cld-type(indiceCalendrier) = cal-type
                  AND (cal-type = 'J'
                       OR cld-code(indiceCalendrier) = cal-code)
                   MOVE indiceCalendrier TO indiceCalendrierTrouve
               END-IF
           END-PERFORM.

       SIGNALER-CALENDRIER-INVALIDE.
           MOVE 'N' TO calendrierValide.
           MOVE 'CHARGER-CALENDRIER' TO errlog-paragraphe.
           PERFORM ECRITURE-ERRLOG.

       QUALIFIER-DATE-CALENDRIER.
           MOVE dateCalendrier TO dateTesteeCalendrier.
           PERFORM TESTER-JOUR-OUVRE.
           MOVE jourSemaineTeste TO jourSemaineCalendrier.
           MOVE jourTesteOuvre TO jourOuvreCalendrier.
           MOVE 'N' TO finDeMoisCalendrier.
           MOVE 'N' TO finDePeriodeCalendrier.
           MOVE 'N' TO moisMarqueCalendrier.
           PERFORM VARYING indiceCalendrier FROM 1 BY 1
                   UNTIL indiceCalendrier > nbJoursCalendrier
               IF cld-type(indiceCalendrier) = 'P'
                   IF cld-code(indiceCalendrier) = 'M'
                      AND cld-date(indiceCalendrier)(1:6)
                          = dateCalendrier(1:6)
                       MOVE 'Y' TO moisMarqueCalendrier
                       IF cld-date(indiceCalendrier) = dateCalendrier
                           MOVE 'Y' TO finDeMoisCalendrier
                       END-IF
                   END-IF
                   IF cld-code(indiceCalendrier) = 'T'
                      AND cld-date(indiceCalendrier) = dateCalendrier
                       MOVE 'Y' TO finDePeriodeCalendrier
                   END-IF
               END-IF
           END-PERFORM.
           IF moisMarqueCalendrier = 'N' AND jourOuvreCalendrier = 'Y'
               PERFORM CHERCHER-DERNIER-JOUR-OUVRE
           END-IF.

      *> Sans fin de mois marquée, le dernier jour ouvré du mois en
      *> tient lieu : on cherche un jour ouvré plus loin dans le mois.
       CHERCHER-DERNIER-JOUR-OUVRE.
           MOVE 'Y' TO finDeMoisCalendrier.
           MOVE dateCalendrier TO dateTesteeCalendrier.
           PERFORM UNTIL finDeMoisCalendrier = 'N'
                      OR dateTesteeCalendrier(1:6) NOT = dateCalendrier(1:6)
               COMPUTE dateTesteeCalendrier = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(dateTesteeCalendrier) + 1)
               IF dateTesteeCalendrier(1:6) = dateCalendrier(1:6)
                   PERFORM TESTER-JOUR-OUVRE
                   IF jourTesteOuvre = 'Y'
                       MOVE 'N' TO finDeMoisCalendrier
                   END-IF
               END-IF
           END-PERFORM.

      *> Le 1er janvier 1601, origine de INTEGER-OF-DATE, était un
      *> lundi. Un jour 'J' du calendrier l'emporte sur la semaine
      *> par défaut.
       TESTER-JOUR-OUVRE.
           COMPUTE jourSemaineTeste = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(dateTesteeCalendrier) - 1, 7) + 1.
           IF jourSemaineTeste <= 5
               MOVE 'Y' TO jourTesteOuvre
           ELSE
               MOVE 'N' TO jourTesteOuvre
           END-IF.
           PERFORM VARYING indiceCalendrier FROM 1 BY 1
                   UNTIL indiceCalendrier > nbJoursCalendrier
               IF cld-type(indiceCalendrier) = 'J'
                  AND cld-date(indiceCalendrier) = dateTesteeCalendrier
                   IF cld-code(indiceCalendrier) = 'O'
                       MOVE 'Y' TO jourTesteOuvre
                   ELSE
                       MOVE 'N' TO jourTesteOuvre
                   END-IF
               END-IF
           END-PERFORM.
