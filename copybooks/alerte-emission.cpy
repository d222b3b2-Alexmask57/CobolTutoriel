      *> Shared alert outbox paragraphs.
      *> COPY into PROCEDURE DIVISION (the host program also COPYs
      *> alerte-select.cpy, alerte-fd.cpy, alerte-ws.cpy and the
      *> errlog copybooks). ECRITURE-ALERTE appends one open alert to
      *> ALERTES.DAT, numbered on from the highest number in the
      *> outbox, with the recipients and deadline of the on-call
      *> table. RELANCER-ALERTES-ECHUES marks 'R' every alert still
      *> open or taken in charge past its deadline and raises it again
      *> as a new open alert to the recipients on call now; the
      *> monitoring programs perform it at the start of each run.
       ECRITURE-ALERTE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO alerteDate.
           MOVE FUNCTION CURRENT-DATE(9:6) TO alerteHeure.
           MOVE 0 TO alerteOrigine.
           MOVE 0 TO alerteNbRelances.
           PERFORM NUMEROTER-ALERTE.
           OPEN EXTEND fichier-alertes.
           IF statutAlertes NOT = '00' AND statutAlertes NOT = '05'
               MOVE alerteEmetteur TO errlog-programme
               MOVE 'ECRITURE-ALERTE' TO errlog-paragraphe
               MOVE SPACES TO errlog-message
               STRING 'Boîte d''alertes inaccessible, alerte perdue : '
                   alerteMessage
                   DELIMITED BY SIZE INTO errlog-message
               PERFORM ECRITURE-ERRLOG
           ELSE
               PERFORM PREPARER-ALERTE
               WRITE enr-alerte
               ADD 1 TO alerteNbEmises
           END-IF.
           CLOSE fichier-alertes.

       NUMEROTER-ALERTE.
           MOVE 0 TO alerteDernierNumero.
           OPEN INPUT fichier-alertes.
           MOVE 'N' TO alerteFinFichier.
           PERFORM UNTIL alerteFinFichier = 'Y'
               READ fichier-alertes
                   AT END MOVE 'Y' TO alerteFinFichier
                   NOT AT END
                       IF alr-numero IS NUMERIC
                          AND alr-numero > alerteDernierNumero
                           MOVE alr-numero TO alerteDernierNumero
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE fichier-alertes.

       PREPARER-ALERTE.
           PERFORM CHERCHER-ASTREINTE.
           PERFORM CALCULER-ECHEANCE-ALERTE.
           ADD 1 TO alerteDernierNumero.
           MOVE SPACES TO enr-alerte.
           MOVE alerteDernierNumero TO alr-numero.
           MOVE alerteDate TO alr-date.
           MOVE alerteHeure TO alr-heure.
           MOVE alerteGravite TO alr-gravite.
           MOVE alerteProgramme TO alr-programme.
           MOVE alerteEtape TO alr-etape.
           MOVE alerteMessage TO alr-message.
           MOVE alerteDestinataires TO alr-destinataires.
           MOVE alerteEcheanceDate TO alr-echeance-date.
           MOVE alerteEcheanceHeure TO alr-echeance-heure.
           MOVE 'O' TO alr-statut.
           MOVE 0 TO alr-date-action.
           MOVE 0 TO alr-heure-action.
           MOVE alerteOrigine TO alr-origine.
           MOVE alerteNbRelances TO alr-nb-relances.

      *> The first line of the program concerned that applies to the
      *> date and severity wins, else the first such '*' line, else
      *> the supervisors with 8 hours to close the alert.
       CHERCHER-ASTREINTE.
           MOVE SPACES TO alerteDestinataires.
           MOVE 'SUPERV' TO alerteDestinataire(1).
           MOVE 8 TO alerteDelaiHeures.
           MOVE 'N' TO alerteAstreinteTrouvee.
           OPEN INPUT fichier-astreinte.
           MOVE 'N' TO alerteFinAstreinte.
           PERFORM UNTIL alerteFinAstreinte = 'Y'
               READ fichier-astreinte
                   AT END MOVE 'Y' TO alerteFinAstreinte
                   NOT AT END
                       IF (ast-programme = alerteProgramme
                           OR (ast-programme = '*'
                               AND alerteAstreinteTrouvee = 'N'))
                          AND (ast-gravite-min NOT NUMERIC
                               OR ast-gravite-min <= alerteGravite)
                          AND (ast-date-debut NOT NUMERIC
                               OR ast-date-debut <= alerteDate)
                          AND (ast-date-fin NOT NUMERIC
                               OR ast-date-fin = 0
                               OR ast-date-fin >= alerteDate)
                          AND ast-destinataires NOT = SPACES
                           PERFORM RETENIR-ASTREINTE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE fichier-astreinte.

       RETENIR-ASTREINTE.
           MOVE ast-destinataires TO alerteDestinataires.
           IF ast-delai-heures IS NUMERIC AND ast-delai-heures > 0
               MOVE ast-delai-heures TO alerteDelaiHeures
           ELSE
               MOVE 8 TO alerteDelaiHeures
           END-IF.
           MOVE 'Y' TO alerteAstreinteTrouvee.
           IF ast-programme = alerteProgramme
               MOVE 'Y' TO alerteFinAstreinte
           END-IF.

       CALCULER-ECHEANCE-ALERTE.
           COMPUTE alerteHeures = alerteHeure / 10000.
           COMPUTE alerteMinutes =
               (alerteHeure - alerteHeures * 10000) / 100.
           COMPUTE alerteSecondes =
               alerteHeures * 3600 + alerteMinutes * 60
               + alerteHeure - alerteHeures * 10000 - alerteMinutes * 100
               + alerteDelaiHeures * 3600.
           COMPUTE alerteJours = alerteSecondes / 86400.
           COMPUTE alerteSecondes =
               alerteSecondes - alerteJours * 86400.
           COMPUTE alerteEcheanceDate = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(alerteDate) + alerteJours).
           COMPUTE alerteHeures = alerteSecondes / 3600.
           COMPUTE alerteMinutes =
               (alerteSecondes - alerteHeures * 3600) / 60.
           COMPUTE alerteEcheanceHeure = alerteHeures * 10000
               + alerteMinutes * 100
               + alerteSecondes - alerteHeures * 3600
               - alerteMinutes * 60.

      *> Pass 1 counts the overdue alerts, pass 2 marks them 'R' in
      *> ALERTES.NEW stamped with this run, pass 3 copies the outbox
      *> back and appends one new open alert for each alert marked.
       RELANCER-ALERTES-ECHUES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO alerteDate.
           MOVE FUNCTION CURRENT-DATE(9:6) TO alerteHeure.
           COMPUTE alerteHorodatage = alerteDate * 1000000 + alerteHeure.
           MOVE 0 TO alerteNbEchues.
           MOVE 0 TO alerteDernierNumero.
           OPEN INPUT fichier-alertes.
           MOVE 'N' TO alerteFinFichier.
           PERFORM UNTIL alerteFinFichier = 'Y'
               READ fichier-alertes
                   AT END MOVE 'Y' TO alerteFinFichier
                   NOT AT END
                       IF alr-numero IS NUMERIC
                          AND alr-numero > alerteDernierNumero
                           MOVE alr-numero TO alerteDernierNumero
                       END-IF
                       PERFORM CONTROLER-ECHEANCE-ALERTE
               END-READ
           END-PERFORM.
           CLOSE fichier-alertes.
           IF alerteNbEchues > 0
               PERFORM MARQUER-ALERTES-ECHUES
               PERFORM REEMETTRE-ALERTES-ECHUES
           END-IF.

       CONTROLER-ECHEANCE-ALERTE.
           IF (alr-statut = 'O' OR alr-statut = 'P')
              AND alr-echeance-date IS NUMERIC
              AND alr-echeance-heure IS NUMERIC
               COMPUTE alerteEcheanceHorodatage =
                   alr-echeance-date * 1000000 + alr-echeance-heure
               IF alerteEcheanceHorodatage < alerteHorodatage
                   ADD 1 TO alerteNbEchues
               END-IF
           END-IF.

       MARQUER-ALERTES-ECHUES.
           MOVE 0 TO alerteNbEchues.
           OPEN INPUT fichier-alertes.
           OPEN OUTPUT fichier-alertes-neuf.
           MOVE 'N' TO alerteFinFichier.
           PERFORM UNTIL alerteFinFichier = 'Y'
               READ fichier-alertes
                   AT END MOVE 'Y' TO alerteFinFichier
                   NOT AT END
                       PERFORM CONTROLER-ECHEANCE-ALERTE
                       IF alerteNbEchues > 0
                           MOVE 'R' TO alr-statut
                           MOVE alerteDate TO alr-date-action
                           MOVE alerteHeure TO alr-heure-action
                           MOVE 'RELANCE' TO alr-operateur-action
                           MOVE 0 TO alerteNbEchues
                       END-IF
                       WRITE enr-alerte-neuf FROM enr-alerte
               END-READ
           END-PERFORM.
           CLOSE fichier-alertes.
           CLOSE fichier-alertes-neuf.

       REEMETTRE-ALERTES-ECHUES.
           OPEN INPUT fichier-alertes-neuf.
           OPEN OUTPUT fichier-alertes.
           MOVE 'N' TO alerteFinFichier.
           PERFORM UNTIL alerteFinFichier = 'Y'
               READ fichier-alertes-neuf
                   AT END MOVE 'Y' TO alerteFinFichier
                   NOT AT END WRITE enr-alerte FROM enr-alerte-neuf
               END-READ
           END-PERFORM.
           CLOSE fichier-alertes-neuf.
           OPEN INPUT fichier-alertes-neuf.
           MOVE 'N' TO alerteFinFichier.
           PERFORM UNTIL alerteFinFichier = 'Y'
               READ fichier-alertes-neuf
                   AT END MOVE 'Y' TO alerteFinFichier
                   NOT AT END
                       MOVE enr-alerte-neuf TO enr-alerte
                       IF alr-statut = 'R'
                          AND alr-operateur-action = 'RELANCE'
                          AND alr-date-action = alerteDate
                          AND alr-heure-action = alerteHeure
                           PERFORM REEMETTRE-UNE-ALERTE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE fichier-alertes-neuf.
           CLOSE fichier-alertes.

       REEMETTRE-UNE-ALERTE.
           MOVE alr-gravite TO alerteGravite.
           MOVE alr-programme TO alerteProgramme.
           MOVE alr-etape TO alerteEtape.
           MOVE alr-message TO alerteMessage.
           IF alr-origine IS NUMERIC AND alr-origine > 0
               MOVE alr-origine TO alerteOrigine
           ELSE
               MOVE alr-numero TO alerteOrigine
           END-IF.
           IF alr-nb-relances IS NUMERIC AND alr-nb-relances < 99
               COMPUTE alerteNbRelances = alr-nb-relances + 1
           ELSE
               MOVE 99 TO alerteNbRelances
           END-IF.
           PERFORM PREPARER-ALERTE.
           WRITE enr-alerte.
           ADD 1 TO alerteNbRelancees.
