      *> Shared report layout and print queue paragraphs.
      *> COPY into PROCEDURE DIVISION (the host program also COPYs
      *> etat-select.cpy, etat-fd.cpy, etat-ws.cpy and the errlog
      *> copybooks). Once the report is complete and CLOSEd, set
      *> etatNomFichier, etatProgramme and etatTitre (see etat-ws.cpy)
      *> and PERFORM MISE-EN-PAGE-ETAT: the body is copied aside to
      *> MISEENPAGE.TMP and the report rewritten in fixed-length pages,
      *> each opened by the standard header (program, title,
      *> PAGE x / y, run date and time, operator, file name) and the
      *> last one closed by the end-of-report trailer. Every page,
      *> the last included, is padded to the page length, so copies
      *> and reports stay aligned on the form whatever the printer.
      *> The finished report is then added to the print queue
      *> FILEIMPRESSION.DAT, waiting for release by GESTIMPRESSION,
      *> with the copies and destination of PARAMIMPRESSION.DAT.
      *> A report that cannot be read back is logged and not queued.
       MISE-EN-PAGE-ETAT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO etatDate.
           MOVE FUNCTION CURRENT-DATE(9:6) TO etatHeure.
           IF codeOperateur = SPACES
               MOVE 'BATCH' TO etatOperateur
           ELSE
               MOVE codeOperateur TO etatOperateur
           END-IF.
           PERFORM CHERCHER-PARAM-IMPRESSION.
           IF etatDejaPagine = 'Y'
               PERFORM COMPTER-LIGNES-ETAT
           ELSE
               PERFORM RECOPIER-CORPS-ETAT
               IF etatLisible = 'Y'
                   PERFORM PAGINER-ETAT
               END-IF
           END-IF.
           IF etatLisible = 'Y'
               PERFORM METTRE-ETAT-EN-FILE
           ELSE
               MOVE etatProgramme TO errlog-programme
               MOVE 'MISE-EN-PAGE-ETAT' TO errlog-paragraphe
               MOVE SPACES TO errlog-message
               STRING 'Etat illisible, ni mis en page ni mis en file : '
                   etatNomFichier
                   DELIMITED BY SIZE INTO errlog-message
               PERFORM ECRITURE-ERRLOG
           END-IF.

      *> Exact program line first, else the '*' line, else 1 copy to
      *> CENTRAL in pages of 60 lines.
       CHERCHER-PARAM-IMPRESSION.
           MOVE 1 TO etatCopies.
           MOVE 'CENTRAL' TO etatDestination.
           MOVE 60 TO etatLignesParPage.
           MOVE 'N' TO etatParamTrouve.
           OPEN INPUT fichier-param-impression.
           MOVE 'N' TO etatFinFichier.
           PERFORM UNTIL etatFinFichier = 'Y' OR etatParamTrouve = 'Y'
               READ fichier-param-impression
                   AT END MOVE 'Y' TO etatFinFichier
                   NOT AT END
                       IF pim-programme = etatProgramme
                           MOVE 'Y' TO etatParamTrouve
                           PERFORM RETENIR-PARAM-IMPRESSION
                       ELSE
                           IF pim-programme = '*'
                               PERFORM RETENIR-PARAM-IMPRESSION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE fichier-param-impression.
           COMPUTE etatLignesCorps = etatLignesParPage - 3.

       RETENIR-PARAM-IMPRESSION.
           IF pim-copies IS NUMERIC AND pim-copies > 0
               MOVE pim-copies TO etatCopies
           ELSE
               MOVE 1 TO etatCopies
           END-IF.
           IF pim-destination = SPACES
               MOVE 'CENTRAL' TO etatDestination
           ELSE
               MOVE pim-destination TO etatDestination
           END-IF.
           IF pim-lignes-page IS NUMERIC AND pim-lignes-page >= 10
               MOVE pim-lignes-page TO etatLignesParPage
           ELSE
               MOVE 60 TO etatLignesParPage
           END-IF.

       COMPTER-LIGNES-ETAT.
           MOVE 0 TO etatNbLignes.
           MOVE 'N' TO etatLisible.
           OPEN INPUT fichier-etat.
           IF statutEtat = '00'
               MOVE 'Y' TO etatLisible
               MOVE 'N' TO etatFinFichier
               PERFORM UNTIL etatFinFichier = 'Y'
                   READ fichier-etat
                       AT END MOVE 'Y' TO etatFinFichier
                       NOT AT END ADD 1 TO etatNbLignes
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE fichier-etat.

       RECOPIER-CORPS-ETAT.
           MOVE 0 TO etatNbLignes.
           MOVE 'N' TO etatLisible.
           OPEN INPUT fichier-etat.
           IF statutEtat = '00'
               OPEN OUTPUT fichier-etat-travail
               IF statutEtatTravail = '00'
                   MOVE 'Y' TO etatLisible
                   MOVE 'N' TO etatFinFichier
                   PERFORM UNTIL etatFinFichier = 'Y'
                       READ fichier-etat
                           AT END MOVE 'Y' TO etatFinFichier
                           NOT AT END
                               WRITE enr-etat-travail FROM enr-etat
                               ADD 1 TO etatNbLignes
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE fichier-etat-travail
           END-IF.
           CLOSE fichier-etat.

      *> The trailer takes one line of the last page.
       PAGINER-ETAT.
           COMPUTE etatNbPages =
               (etatNbLignes + etatLignesCorps) / etatLignesCorps.
           MOVE etatNbPages TO etat-pages-editees.
           MOVE 0 TO etatNumeroPage.
           MOVE etatLignesCorps TO etatLigneDansPage.
           OPEN INPUT fichier-etat-travail.
           OPEN OUTPUT fichier-etat.
           MOVE 'N' TO etatFinFichier.
           PERFORM UNTIL etatFinFichier = 'Y'
               READ fichier-etat-travail
                   AT END MOVE 'Y' TO etatFinFichier
                   NOT AT END
                       MOVE enr-etat-travail TO etatLigne
                       PERFORM ECRITURE-LIGNE-ETAT
               END-READ
           END-PERFORM.
           MOVE etatNbLignes TO etat-lignes-editees.
           MOVE SPACES TO etatLigne.
           STRING '*** FIN DE L''ETAT ' DELIMITED BY SIZE
               etatProgramme DELIMITED BY SPACE
               ' LIGNES=' etat-lignes-editees
               ' PAGES=' etat-pages-editees ' ***'
               DELIMITED BY SIZE INTO etatLigne.
           PERFORM ECRITURE-LIGNE-ETAT.
           MOVE SPACES TO etatLigne.
           PERFORM UNTIL etatLigneDansPage >= etatLignesCorps
               WRITE enr-etat FROM etatLigne
               ADD 1 TO etatLigneDansPage
           END-PERFORM.
           CLOSE fichier-etat-travail.
           CLOSE fichier-etat.

       ECRITURE-LIGNE-ETAT.
           IF etatLigneDansPage >= etatLignesCorps
               PERFORM ECRITURE-ENTETE-PAGE-ETAT
           END-IF.
           WRITE enr-etat FROM etatLigne.
           ADD 1 TO etatLigneDansPage.

       ECRITURE-ENTETE-PAGE-ETAT.
           ADD 1 TO etatNumeroPage.
           MOVE etatNumeroPage TO etat-page-editee.
           MOVE SPACES TO enr-etat.
           STRING etatProgramme ' ' etatTitre
               ' PAGE ' etat-page-editee ' / ' etat-pages-editees
               DELIMITED BY SIZE INTO enr-etat.
           WRITE enr-etat.
           MOVE SPACES TO enr-etat.
           STRING 'EDITE LE ' etatDate(7:2) '/' etatDate(5:2) '/'
               etatDate(1:4) ' A ' etatHeure(1:2) ':' etatHeure(3:2)
               ':' etatHeure(5:2) '  OPERATEUR ' etatOperateur
               '  FICHIER ' etatNomFichier
               DELIMITED BY SIZE INTO enr-etat.
           WRITE enr-etat.
           MOVE ALL '-' TO enr-etat.
           MOVE SPACES TO enr-etat(81:120).
           WRITE enr-etat.
           MOVE 0 TO etatLigneDansPage.

      *> Entries are numbered on from the highest number in the queue.
       METTRE-ETAT-EN-FILE.
           MOVE 0 TO etatDernierNumero.
           OPEN INPUT fichier-impression.
           MOVE 'N' TO etatFinFichier.
           PERFORM UNTIL etatFinFichier = 'Y'
               READ fichier-impression
                   AT END MOVE 'Y' TO etatFinFichier
                   NOT AT END
                       IF imp-numero IS NUMERIC
                          AND imp-numero > etatDernierNumero
                           MOVE imp-numero TO etatDernierNumero
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE fichier-impression.
           MOVE SPACES TO enr-impression.
           COMPUTE imp-numero = etatDernierNumero + 1.
           MOVE etatDate TO imp-date.
           MOVE etatHeure TO imp-heure.
           MOVE etatProgramme TO imp-programme.
           MOVE etatNomFichier TO imp-fichier.
           MOVE etatTitre TO imp-titre.
           MOVE etatNbPages TO imp-pages.
           MOVE etatNbLignes TO imp-lignes.
           MOVE etatCopies TO imp-copies.
           MOVE etatDestination TO imp-destination.
           MOVE 'A' TO imp-statut.
           MOVE etatOperateur TO imp-operateur.
           MOVE 0 TO imp-date-action.
           MOVE 0 TO imp-heure-action.
           MOVE 0 TO imp-nb-sorties.
           OPEN EXTEND fichier-impression.
           IF statutImpression NOT = '00' AND statutImpression NOT = '05'
               MOVE etatProgramme TO errlog-programme
               MOVE 'METTRE-ETAT-EN-FILE' TO errlog-paragraphe
               MOVE SPACES TO errlog-message
               STRING 'File d''impression inaccessible, état non mis en file : '
                   etatNomFichier
                   DELIMITED BY SIZE INTO errlog-message
               PERFORM ECRITURE-ERRLOG
           ELSE
               WRITE enr-impression
           END-IF.
           CLOSE fichier-impression.
