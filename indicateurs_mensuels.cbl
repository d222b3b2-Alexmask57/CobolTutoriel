IDENTIFICATION DIVISION.
PROGRAM-ID. INDICMENSUELS.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT fichier-tendance ASSIGN TO "INDICATEURS.PRT"
        ORGANIZATION IS LINE SEQUENTIAL.
    COPY "indic-select.cpy".
    COPY "catalogue-select.cpy".
    COPY "audit-select.cpy".
    COPY "gamelog-select.cpy".
    COPY "transcript-select.cpy".
    COPY "operateurs-select.cpy".
    COPY "permissions-select.cpy".
    COPY "verrou-select.cpy".
    COPY "errlog-select.cpy".
    COPY "etat-select.cpy".
DATA DIVISION.
FILE SECTION.
FD fichier-tendance.
01 enr-tendance PIC X(132).
COPY "indic-fd.cpy".
COPY "catalogue-fd.cpy".
COPY "audit-fd.cpy".
COPY "gamelog-fd.cpy".
COPY "transcript-fd.cpy".
COPY "operateurs-fd.cpy".
COPY "permissions-fd.cpy".
COPY "verrou-fd.cpy".
COPY "errlog-fd.cpy".
COPY "etat-fd.cpy".
WORKING-STORAGE SECTION.
       COPY "errlog-ws.cpy".
       COPY "etat-ws.cpy".
       COPY "verrou-ws.cpy".
       COPY "signon-ws.cpy".
       77 statutIndicateurs PIC XX.
       77 ligneCommande PIC X(20).
       77 modeExecution PIC X(1).
       77 saisieMois PIC X(8).
       77 moisJustifie PIC X(6) JUSTIFIED RIGHT.
       77 moisCible PIC 9(6) VALUE 0.
       77 anneeMois PIC 9(4).
       77 numeroMois PIC 9(2).
       77 rangMoisCible PIC 9(6).
       77 rangMois PIC 9(6).
       77 rangDebutTendance PIC 9(6).
       77 moisCourant PIC 9(6).
       77 moisLu PIC 9(6).
       77 dateLue PIC 9(8).
       77 dateJour PIC 9(8).
       77 finFichierCourant PIC X(1).
       77 indiceMesure PIC 9(1).
       77 codeRetourIndicateurs PIC 9(2) VALUE 0.
       77 nbAvertissements PIC 9(4) VALUE 0.
      *> Nuit en cours (compte rendu DEBUT de PLANNUIT).
       77 debutNuitVu PIC X(1) VALUE 'N'.
       77 debutNuitDate PIC 9(8).
       77 debutNuitHeure PIC 9(6).
       77 secondesDebut PIC 9(5).
       77 secondesFin PIC 9(5).
       77 dureeNuit PIC S9(9).
       77 heuresLues PIC 9(2).
       77 minutesLues PIC 9(2).
       77 resteHeure PIC 9(4).
       77 secondesLues PIC 9(2).
       77 heureLue PIC 9(6).
       77 secondesCalculees PIC 9(5).
      *> Dernier compte rendu de source CALCULPRODUIT, pour écarter le
      *> compte rendu de lot qui le répète quand le lot n'a qu'un fichier.
       77 calculPrecedentVu PIC X(1) VALUE 'N'.
       77 calculPrecedentDate PIC 9(8).
       77 calculPrecedentEntree PIC X(20).
       77 calculPrecedentNombre PIC 9(6).
       77 calculPrecedentRejets PIC 9(6).
       77 indiceJoueur PIC 9(4).
       77 indiceJoueurTrouve PIC 9(4).
       77 nomJoueurLu PIC X(20).
       77 tableJoueursPleine PIC X(1) VALUE 'N'.
       77 indiceHistorique PIC 9(3).
       77 indiceHistoriqueTrouve PIC 9(3).
       77 pertesConservees PIC 9(6).
       77 indiceHistoriqueSuivant PIC 9(3).
       77 debutTriHistorique PIC 9(3).
       77 imagePermutee PIC X(103).
       77 indiceColonne PIC 9(2).
       77 moisPrecedentTrouve PIC X(1).
       77 moisCourantTrouve PIC X(1).
       77 variation PIC S9(6)V9.
       77 pointeurLigne PIC 9(3).
       77 nbLignesEvolution PIC 9(2).
       77 indiceEvolution PIC 9(2).
       77 valeur-editee PIC ZZZZZZ9.
       77 variation-editee PIC ++++9.9.
       77 ligne-tendance PIC X(132).
       77 ligne-evolution PIC X(132).

      *> Mesures des deux mois recalculés : le mois demandé et le
      *> mois précédent, que la fin de mois précédente n'a vu qu'en
      *> partie.
       01 tableMesures.
          05 mesureMois OCCURS 2.
             10 mes-mois PIC 9(6).
             10 mes-calculs PIC 9(7).
             10 mes-calculs-rejetes PIC 9(7).
             10 mes-parties-jeu PIC 9(6).
             10 mes-pertes-jeu PIC 9(6).
             10 mes-parties-pom PIC 9(6).
             10 mes-gagnees-pom PIC 9(6).
             10 mes-nouveaux-joueurs PIC 9(6).
             10 mes-notes-importees PIC 9(7).
             10 mes-notes-rejetees PIC 9(7).
             10 mes-etapes-lancees PIC 9(5).
             10 mes-etapes-echec PIC 9(5).
             10 mes-etapes-sautees PIC 9(5).
             10 mes-nuits PIC 9(3).
             10 mes-duree-totale PIC 9(9).
             10 mes-erreurs PIC 9(7).

       01 tableJoueurs.
          05 nbJoueurs PIC 9(4) VALUE 0.
          05 joueurVu OCCURS 3000.
             10 jv-nom PIC X(20).
             10 jv-premiere-date PIC 9(8).

       01 tableHistorique.
          05 nbMoisHistorique PIC 9(3) VALUE 0.
          05 moisHistorique OCCURS 600.
             10 hst-image PIC X(103).

       01 indicateursLus.
          05 il-mois PIC 9(6).
          05 il-date-calcul PIC 9(8).
          05 il-calculs PIC 9(7).
          05 il-calculs-rejetes PIC 9(7).
          05 il-parties-jeu PIC 9(6).
          05 il-gagnees-jeu PIC 9(6).
          05 il-parties-pom PIC 9(6).
          05 il-gagnees-pom PIC 9(6).
          05 il-nouveaux-joueurs PIC 9(6).
          05 il-notes-importees PIC 9(7).
          05 il-notes-rejetees PIC 9(7).
          05 il-etapes-lancees PIC 9(5).
          05 il-etapes-echec PIC 9(5).
          05 il-etapes-sautees PIC 9(5).
          05 il-nuits PIC 9(3).
          05 il-duree-moyenne PIC 9(6).
          05 il-erreurs PIC 9(7).

       01 colonnesMois.
          05 valeurColonne PIC 9(7) OCCURS 13.
       01 colonnesMoisPrecedent.
          05 valeurPrecedente PIC 9(7) OCCURS 13.

       01 tableLignesEvolution.
          05 ligneEvolutionMois PIC X(132) OCCURS 12.

PROCEDURE DIVISION.

TRAITEMENT-PRINCIPAL.
    MOVE 'INDICMENSUELS' TO errlog-programme.
    MOVE 'INDICMENSUELS' TO nomVerrou.
    PERFORM LIRE-PARAMETRE-MOIS.
    MOVE modeExecution TO modeVerrouDemande.
    PERFORM PRENDRE-VERROU.
    IF verrouObtenu = 'N'
        DISPLAY 'INDICMENSUELS déjà en cours, démarrage refusé (voir ERRLOG.DAT).'
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF modeExecution = 'I'
        PERFORM SIGNON-OPERATEUR
        IF operateurValide = 'Y'
            MOVE 'INDICMENSUELS' TO programmeDemande
            MOVE 'ACCES' TO actionDemandee
            PERFORM CONTROLER-PERMISSION
            IF permissionAccordee = 'N'
                MOVE 'N' TO operateurValide
            END-IF
        END-IF
        IF operateurValide = 'N'
            PERFORM LIBERER-VERROU
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE 'INDICMENSUELS' TO errlog-programme
    END-IF.
    IF numeroMois < 1 OR numeroMois > 12
        DISPLAY 'Mois invalide (AAAAMM attendu), calcul refusé.'
        MOVE 'TRAITEMENT-PRINCIPAL' TO errlog-paragraphe
        MOVE 'Mois des indicateurs invalide, calcul refusé' TO errlog-message
        PERFORM ECRITURE-ERRLOG
        PERFORM LIBERER-VERROU
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM PREPARER-MESURES.
    PERFORM LECTURE-CATALOGUE-INDICATEURS.
    PERFORM LECTURE-AUDIT-CALCULS.
    PERFORM LECTURE-GAMELOG.
    PERFORM LECTURE-TRANSCRIPT.
    PERFORM COMPTER-NOUVEAUX-JOUEURS.
    PERFORM LECTURE-ERRLOG-INDICATEURS.
    MOVE 'INDICMENSUELS' TO errlog-programme.
    IF tableJoueursPleine = 'Y'
        ADD 1 TO nbAvertissements
        MOVE 'LECTURE-GAMELOG' TO errlog-paragraphe
        MOVE 'Table des joueurs pleine, nouveaux joueurs sous-estimés' TO errlog-message
        PERFORM ECRITURE-ERRLOG
    END-IF.
    PERFORM CHARGER-HISTORIQUE.
    PERFORM RANGER-MESURES-HISTORIQUE.
    PERFORM TRIER-HISTORIQUE.
    PERFORM RECRIRE-HISTORIQUE.
    PERFORM ECRITURE-TENDANCE.
    IF nbAvertissements > 0
        MOVE 4 TO codeRetourIndicateurs
    END-IF.
    PERFORM ECRITURE-CATALOGUE-INDICATEURS.
    PERFORM LIBERER-VERROU.
    MOVE codeRetourIndicateurs TO RETURN-CODE.
    STOP RUN.

*> Paramètre : [B] [AAAAMM], B pour la chaîne de nuit (étape de fin
*> de mois) ; le mois en cours par défaut. Le mois demandé et le mois
*> précédent sont recalculés : les derniers jours d'un mois passent
*> souvent après son étape de fin de mois.
LIRE-PARAMETRE-MOIS.
    ACCEPT ligneCommande FROM COMMAND-LINE.
    MOVE SPACES TO saisieMois.
    IF ligneCommande(1:2) = 'B ' OR ligneCommande(1:2) = 'b '
        MOVE 'B' TO modeExecution
        MOVE ligneCommande(3:8) TO saisieMois
    ELSE
        MOVE 'I' TO modeExecution
        MOVE ligneCommande(1:8) TO saisieMois
    END-IF.
    MOVE FUNCTION CURRENT-DATE(1:8) TO dateJour.
    DIVIDE dateJour BY 100 GIVING moisCible.
    IF saisieMois NOT = SPACES
        MOVE FUNCTION TRIM(saisieMois) TO moisJustifie
        INSPECT moisJustifie REPLACING LEADING SPACE BY ZERO
        IF moisJustifie IS NUMERIC
            MOVE moisJustifie TO moisCible
        ELSE
            MOVE 0 TO moisCible
        END-IF
    END-IF.
    DIVIDE moisCible BY 100 GIVING anneeMois REMAINDER numeroMois.

PREPARER-MESURES.
    INITIALIZE tableMesures.
    MOVE moisCible TO mes-mois(1).
    COMPUTE rangMoisCible = anneeMois * 12 + numeroMois - 1.
    COMPUTE rangMois = rangMoisCible - 1.
    PERFORM CALCULER-MOIS-DU-RANG.
    MOVE moisCourant TO mes-mois(2).

CALCULER-MOIS-DU-RANG.
    DIVIDE rangMois BY 12 GIVING anneeMois REMAINDER numeroMois.
    COMPUTE moisCourant = anneeMois * 100 + numeroMois + 1.

TROUVER-MOIS-MESURE.
    MOVE 0 TO indiceMesure.
    IF dateLue IS NUMERIC
        DIVIDE dateLue BY 100 GIVING moisLu
        IF moisLu = mes-mois(1)
            MOVE 1 TO indiceMesure
        END-IF
        IF moisLu = mes-mois(2)
            MOVE 2 TO indiceMesure
        END-IF
    END-IF.

LECTURE-CATALOGUE-INDICATEURS.
    OPEN INPUT fichier-catalogue.
    MOVE 'N' TO finFichierCourant.
    PERFORM UNTIL finFichierCourant = 'Y'
        READ fichier-catalogue
            AT END MOVE 'Y' TO finFichierCourant
            NOT AT END PERFORM CUMULER-RUN-INDICATEURS
        END-READ
    END-PERFORM.
    CLOSE fichier-catalogue.

CUMULER-RUN-INDICATEURS.
    MOVE cat-date TO dateLue.
    PERFORM TROUVER-MOIS-MESURE.
    EVALUATE TRUE
        WHEN cat-programme = 'PLANNUIT'
             AND cat-fichier-entree = 'PLANNUIT.DAT'
            PERFORM CUMULER-NUIT
        WHEN cat-programme = 'PLANNUIT'
             AND cat-fichier-entree(1:6) = 'ETAPE '
            PERFORM CUMULER-ETAPE-NUIT
        WHEN cat-programme = 'CALCULPRODUIT'
            PERFORM CUMULER-REJETS-CALCUL
        WHEN cat-programme = 'IMPORTNOTES'
            IF indiceMesure > 0
                ADD cat-enregistrements
                    TO mes-notes-importees(indiceMesure)
                ADD cat-rejets TO mes-notes-rejetees(indiceMesure)
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*> La durée d'une nuit va du compte rendu DEBUT au compte rendu final
*> du plan qui le suit ; elle est rangée dans le mois où la nuit a
*> commencé. Un DEBUT sans compte rendu final (chaîne interrompue)
*> n'est pas compté.
CUMULER-NUIT.
    IF cat-resultat = 'DEBUT'
        MOVE 'Y' TO debutNuitVu
        MOVE cat-date TO debutNuitDate
        MOVE cat-heure TO debutNuitHeure
    ELSE
        IF debutNuitVu = 'Y'
            MOVE debutNuitHeure TO heureLue
            PERFORM CONVERTIR-HEURE-SECONDES
            MOVE secondesCalculees TO secondesDebut
            MOVE cat-heure TO heureLue
            PERFORM CONVERTIR-HEURE-SECONDES
            MOVE secondesCalculees TO secondesFin
            COMPUTE dureeNuit =
                (FUNCTION INTEGER-OF-DATE(cat-date)
                 - FUNCTION INTEGER-OF-DATE(debutNuitDate)) * 86400
                + secondesFin - secondesDebut
            MOVE debutNuitDate TO dateLue
            PERFORM TROUVER-MOIS-MESURE
            IF indiceMesure > 0 AND dureeNuit >= 0
                ADD 1 TO mes-nuits(indiceMesure)
                ADD dureeNuit TO mes-duree-totale(indiceMesure)
            END-IF
        END-IF
        MOVE 'N' TO debutNuitVu
    END-IF.

CONVERTIR-HEURE-SECONDES.
    DIVIDE heureLue BY 10000 GIVING heuresLues REMAINDER resteHeure.
    DIVIDE resteHeure BY 100 GIVING minutesLues REMAINDER secondesLues.
    COMPUTE secondesCalculees =
        heuresLues * 3600 + minutesLues * 60 + secondesLues.

*> Une étape en échec a rendu 8 ou plus ; une étape sautée ne l'a pas
*> été faute de prédécesseur en règle ; une étape non planifiée
*> n'entre dans aucun compte.
CUMULER-ETAPE-NUIT.
    IF indiceMesure > 0
        EVALUATE cat-resultat
            WHEN 'OK'
            WHEN 'AVERTISSEMENT'
                ADD 1 TO mes-etapes-lancees(indiceMesure)
            WHEN 'REJETS'
            WHEN 'ECHEC FICHIER'
                ADD 1 TO mes-etapes-lancees(indiceMesure)
                ADD 1 TO mes-etapes-echec(indiceMesure)
            WHEN 'SAUTEE'
                ADD 1 TO mes-etapes-sautees(indiceMesure)
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF.

*> CALCULPRODUIT écrit un compte rendu par fichier source puis un
*> compte rendu de lot qui les totalise : seuls les premiers sont
*> comptés. Le lot LISTETRANS.DAT se reconnaît à son nom ; le lot
*> d'un seul TRANSACTIONS.DAT répète le compte rendu de source qui
*> le précède.
CUMULER-REJETS-CALCUL.
    EVALUATE TRUE
        WHEN cat-fichier-entree = 'LISTETRANS.DAT'
            MOVE 'N' TO calculPrecedentVu
        WHEN calculPrecedentVu = 'Y'
             AND cat-fichier-entree = 'TRANSACTIONS.DAT'
             AND calculPrecedentEntree = 'TRANSACTIONS.DAT'
             AND calculPrecedentDate = cat-date
             AND calculPrecedentNombre = cat-enregistrements
             AND calculPrecedentRejets = cat-rejets
            MOVE 'N' TO calculPrecedentVu
        WHEN OTHER
            MOVE 'Y' TO calculPrecedentVu
            MOVE cat-date TO calculPrecedentDate
            MOVE cat-fichier-entree TO calculPrecedentEntree
            MOVE cat-enregistrements TO calculPrecedentNombre
            MOVE cat-rejets TO calculPrecedentRejets
            IF indiceMesure > 0
                ADD cat-rejets TO mes-calculs-rejetes(indiceMesure)
            END-IF
    END-EVALUATE.

LECTURE-AUDIT-CALCULS.
    OPEN INPUT fichier-audit.
    MOVE 'N' TO finFichierCourant.
    PERFORM UNTIL finFichierCourant = 'Y'
        READ fichier-audit
            AT END MOVE 'Y' TO finFichierCourant
            NOT AT END
                MOVE audit-date TO dateLue
                PERFORM TROUVER-MOIS-MESURE
                IF indiceMesure > 0
                    ADD 1 TO mes-calculs(indiceMesure)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE fichier-audit.

LECTURE-GAMELOG.
    OPEN INPUT fichier-log.
    MOVE 'N' TO finFichierCourant.
    PERFORM UNTIL finFichierCourant = 'Y'
        READ fichier-log
            AT END MOVE 'Y' TO finFichierCourant
            NOT AT END
                MOVE log-date TO dateLue
                PERFORM TROUVER-MOIS-MESURE
                IF indiceMesure > 0
                    ADD 1 TO mes-parties-jeu(indiceMesure)
                END-IF
                MOVE log-joueur TO nomJoueurLu
                PERFORM RETENIR-PREMIERE-PARTIE
        END-READ
    END-PERFORM.
    CLOSE fichier-log.

*> Une partie PlusOuMoins commence à la tentative 1 et est gagnée
*> quand une proposition est TROUVE.
LECTURE-TRANSCRIPT.
    OPEN INPUT fichier-transcript.
    MOVE 'N' TO finFichierCourant.
    PERFORM UNTIL finFichierCourant = 'Y'
        READ fichier-transcript
            AT END MOVE 'Y' TO finFichierCourant
            NOT AT END
                MOVE trans-date TO dateLue
                PERFORM TROUVER-MOIS-MESURE
                IF indiceMesure > 0 AND trans-tentative = 1
                    ADD 1 TO mes-parties-pom(indiceMesure)
                END-IF
                IF indiceMesure > 0 AND trans-resultat = 'TROUVE'
                    ADD 1 TO mes-gagnees-pom(indiceMesure)
                END-IF
                IF trans-tentative = 1
                    MOVE trans-joueur TO nomJoueurLu
                    PERFORM RETENIR-PREMIERE-PARTIE
                END-IF
        END-READ
    END-PERFORM.
    CLOSE fichier-transcript.

*> Un joueur est nouveau le mois de sa toute première partie, à l'un
*> ou l'autre jeu.
RETENIR-PREMIERE-PARTIE.
    IF nomJoueurLu NOT = SPACES AND dateLue IS NUMERIC
        MOVE 0 TO indiceJoueurTrouve
        PERFORM VARYING indiceJoueur FROM 1 BY 1
                UNTIL indiceJoueur > nbJoueurs
                   OR indiceJoueurTrouve > 0
            IF jv-nom(indiceJoueur) = nomJoueurLu
                MOVE indiceJoueur TO indiceJoueurTrouve
            END-IF
        END-PERFORM
        IF indiceJoueurTrouve > 0
            IF dateLue < jv-premiere-date(indiceJoueurTrouve)
                MOVE dateLue TO jv-premiere-date(indiceJoueurTrouve)
            END-IF
        ELSE
            IF nbJoueurs < 3000
                ADD 1 TO nbJoueurs
                MOVE nomJoueurLu TO jv-nom(nbJoueurs)
                MOVE dateLue TO jv-premiere-date(nbJoueurs)
            ELSE
                MOVE 'Y' TO tableJoueursPleine
            END-IF
        END-IF
    END-IF.

COMPTER-NOUVEAUX-JOUEURS.
    PERFORM VARYING indiceJoueur FROM 1 BY 1
            UNTIL indiceJoueur > nbJoueurs
        MOVE jv-premiere-date(indiceJoueur) TO dateLue
        PERFORM TROUVER-MOIS-MESURE
        IF indiceMesure > 0
            ADD 1 TO mes-nouveaux-joueurs(indiceMesure)
        END-IF
    END-PERFORM.

*> Les parties JEUPLUSOUMOINS perdues sont celles que le jeu a
*> signalées dans ERRLOG.DAT ; les autres sessions du GAMELOG sont
*> gagnées.
LECTURE-ERRLOG-INDICATEURS.
    OPEN INPUT fichier-errlog.
    MOVE 'N' TO finFichierCourant.
    PERFORM UNTIL finFichierCourant = 'Y'
        READ fichier-errlog
            AT END MOVE 'Y' TO finFichierCourant
            NOT AT END
                MOVE errlog-date TO dateLue
                PERFORM TROUVER-MOIS-MESURE
                IF indiceMesure > 0
                    ADD 1 TO mes-erreurs(indiceMesure)
                    IF errlog-programme = 'JEUPLUSOUMOINS'
                       AND errlog-message(1:13) = 'Partie perdue'
                        ADD 1 TO mes-pertes-jeu(indiceMesure)
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE fichier-errlog.

CHARGER-HISTORIQUE.
    OPEN INPUT fichier-indicateurs.
    MOVE 'N' TO finFichierCourant.
    PERFORM UNTIL finFichierCourant = 'Y'
        READ fichier-indicateurs
            AT END MOVE 'Y' TO finFichierCourant
            NOT AT END
                IF ind-mois IS NUMERIC AND nbMoisHistorique < 600
                    ADD 1 TO nbMoisHistorique
                    MOVE enr-indicateurs
                        TO hst-image(nbMoisHistorique)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE fichier-indicateurs.

RANGER-MESURES-HISTORIQUE.
    PERFORM VARYING indiceMesure FROM 2 BY -1
            UNTIL indiceMesure < 1
        PERFORM RANGER-UNE-MESURE
    END-PERFORM.

*> Les erreurs et les parties perdues viennent du seul ERRLOG.DAT, que
*> PURGEERRLOG vide chaque nuit de ses lignes anciennes : au recalcul
*> d'un mois déjà conservé, elles ne descendent jamais sous la valeur
*> conservée, comptée quand ses lignes étaient encore là.
RANGER-UNE-MESURE.
    MOVE mes-mois(indiceMesure) TO ind-mois.
    MOVE 0 TO indiceHistoriqueTrouve.
    PERFORM VARYING indiceHistorique FROM 1 BY 1
            UNTIL indiceHistorique > nbMoisHistorique
               OR indiceHistoriqueTrouve > 0
        IF hst-image(indiceHistorique)(1:6) = enr-indicateurs(1:6)
            MOVE indiceHistorique TO indiceHistoriqueTrouve
        END-IF
    END-PERFORM.
    IF indiceHistoriqueTrouve > 0
        PERFORM CONSERVER-MESURES-ERRLOG
    END-IF.
    MOVE mes-mois(indiceMesure) TO ind-mois.
    MOVE dateJour TO ind-date-calcul.
    MOVE mes-calculs(indiceMesure) TO ind-calculs.
    MOVE mes-calculs-rejetes(indiceMesure) TO ind-calculs-rejetes.
    MOVE mes-parties-jeu(indiceMesure) TO ind-parties-jeu.
    IF mes-pertes-jeu(indiceMesure) > mes-parties-jeu(indiceMesure)
        MOVE 0 TO ind-gagnees-jeu
    ELSE
        COMPUTE ind-gagnees-jeu = mes-parties-jeu(indiceMesure)
            - mes-pertes-jeu(indiceMesure)
    END-IF.
    MOVE mes-parties-pom(indiceMesure) TO ind-parties-pom.
    MOVE mes-gagnees-pom(indiceMesure) TO ind-gagnees-pom.
    MOVE mes-nouveaux-joueurs(indiceMesure) TO ind-nouveaux-joueurs.
    MOVE mes-notes-importees(indiceMesure) TO ind-notes-importees.
    MOVE mes-notes-rejetees(indiceMesure) TO ind-notes-rejetees.
    MOVE mes-etapes-lancees(indiceMesure) TO ind-etapes-lancees.
    MOVE mes-etapes-echec(indiceMesure) TO ind-etapes-echec.
    MOVE mes-etapes-sautees(indiceMesure) TO ind-etapes-sautees.
    MOVE mes-nuits(indiceMesure) TO ind-nuits.
    IF mes-nuits(indiceMesure) > 0
        COMPUTE ind-duree-moyenne ROUNDED =
            mes-duree-totale(indiceMesure) / mes-nuits(indiceMesure)
    ELSE
        MOVE 0 TO ind-duree-moyenne
    END-IF.
    MOVE mes-erreurs(indiceMesure) TO ind-erreurs.
    IF indiceHistoriqueTrouve = 0
        IF nbMoisHistorique < 600
            ADD 1 TO nbMoisHistorique
            MOVE nbMoisHistorique TO indiceHistoriqueTrouve
        ELSE
            ADD 1 TO nbAvertissements
            MOVE 'RANGER-MESURES-HISTORIQUE' TO errlog-paragraphe
            MOVE 'Historique des indicateurs plein, mois non conservé' TO errlog-message
            PERFORM ECRITURE-ERRLOG
        END-IF
    END-IF.
    IF indiceHistoriqueTrouve > 0
        MOVE enr-indicateurs TO hst-image(indiceHistoriqueTrouve)
    END-IF.

CONSERVER-MESURES-ERRLOG.
    MOVE hst-image(indiceHistoriqueTrouve) TO enr-indicateurs.
    IF ind-erreurs IS NUMERIC
        IF ind-erreurs > mes-erreurs(indiceMesure)
            MOVE ind-erreurs TO mes-erreurs(indiceMesure)
        END-IF
    END-IF.
    IF ind-parties-jeu IS NUMERIC AND ind-gagnees-jeu IS NUMERIC
        IF ind-parties-jeu > ind-gagnees-jeu
            COMPUTE pertesConservees = ind-parties-jeu - ind-gagnees-jeu
            IF pertesConservees > mes-pertes-jeu(indiceMesure)
                MOVE pertesConservees TO mes-pertes-jeu(indiceMesure)
            END-IF
        END-IF
    END-IF.

TRIER-HISTORIQUE.
    PERFORM VARYING indiceHistorique FROM 1 BY 1
            UNTIL indiceHistorique >= nbMoisHistorique
        COMPUTE debutTriHistorique = indiceHistorique + 1
        PERFORM VARYING indiceHistoriqueSuivant FROM debutTriHistorique
                BY 1 UNTIL indiceHistoriqueSuivant > nbMoisHistorique
            IF hst-image(indiceHistoriqueSuivant)(1:6)
               < hst-image(indiceHistorique)(1:6)
                MOVE hst-image(indiceHistorique) TO imagePermutee
                MOVE hst-image(indiceHistoriqueSuivant)
                    TO hst-image(indiceHistorique)
                MOVE imagePermutee TO hst-image(indiceHistoriqueSuivant)
            END-IF
        END-PERFORM
    END-PERFORM.

RECRIRE-HISTORIQUE.
    OPEN OUTPUT fichier-indicateurs.
    PERFORM VARYING indiceHistorique FROM 1 BY 1
            UNTIL indiceHistorique > nbMoisHistorique
        WRITE enr-indicateurs FROM hst-image(indiceHistorique)
    END-PERFORM.
    CLOSE fichier-indicateurs.

*> Tendance sur les douze mois finissant au mois demandé, puis
*> l'évolution de chaque indicateur par rapport au mois précédent
*> (N/D quand le mois précédent manque ou vaut zéro).
ECRITURE-TENDANCE.
    OPEN OUTPUT fichier-tendance.
    MOVE SPACES TO ligne-tendance.
    STRING 'INDICATEURS MENSUELS - TENDANCE SUR 12 MOIS JUSQU''A '
        moisCible
        DELIMITED BY SIZE INTO ligne-tendance.
    WRITE enr-tendance FROM ligne-tendance.
    DISPLAY ligne-tendance.
    MOVE SPACES TO ligne-tendance.
    STRING 'MOIS RECALCULES : ' mes-mois(2) ' ET ' mes-mois(1)
        '  HISTORIQUE=INDICATEURS.DAT'
        DELIMITED BY SIZE INTO ligne-tendance.
    WRITE enr-tendance FROM ligne-tendance.
    MOVE SPACES TO ligne-tendance.
    WRITE enr-tendance FROM ligne-tendance.
    MOVE 'VALEURS MENSUELLES' TO ligne-tendance.
    WRITE enr-tendance FROM ligne-tendance.
    PERFORM ECRITURE-ENTETE-COLONNES.
    MOVE 0 TO nbLignesEvolution.
    MOVE 'N' TO moisPrecedentTrouve.
    COMPUTE rangDebutTendance = rangMoisCible - 12.
    PERFORM VARYING rangMois FROM rangDebutTendance BY 1
            UNTIL rangMois > rangMoisCible
        PERFORM TRAITER-MOIS-TENDANCE
    END-PERFORM.
    MOVE SPACES TO ligne-tendance.
    WRITE enr-tendance FROM ligne-tendance.
    MOVE 'EVOLUTION PAR RAPPORT AU MOIS PRECEDENT (%)' TO ligne-tendance.
    WRITE enr-tendance FROM ligne-tendance.
    PERFORM ECRITURE-ENTETE-COLONNES.
    PERFORM VARYING indiceEvolution FROM 1 BY 1
            UNTIL indiceEvolution > nbLignesEvolution
        WRITE enr-tendance FROM ligneEvolutionMois(indiceEvolution)
    END-PERFORM.
    MOVE SPACES TO ligne-tendance.
    WRITE enr-tendance FROM ligne-tendance.
    MOVE 'CALCULS/CAL.REJ : CALCULS DE CALCULPRODUIT ET REJETS ; JEU/POM : PARTIES ET GAGNEES DE JEUPLUSOUMOINS ET PLUSOUMOINS'
        TO ligne-tendance.
    WRITE enr-tendance FROM ligne-tendance.
    MOVE 'NOUV.JR : NOUVEAUX JOUEURS ; NOT.IMP/NOT.REJ : NOTES IMPORTEES ET REJETEES ; ETP.ECH/ETP.SAU : ETAPES DE NUIT EN ECHEC'
        TO ligne-tendance.
    WRITE enr-tendance FROM ligne-tendance.
    MOVE 'ET SAUTEES ; NUIT.MN : DUREE MOYENNE DE LA CHAINE DE NUIT EN MINUTES ; ERREURS : ENREGISTREMENTS ERRLOG'
        TO ligne-tendance.
    WRITE enr-tendance FROM ligne-tendance.
    CLOSE fichier-tendance.
    MOVE 'INDICATEURS.PRT' TO etatNomFichier.
    MOVE 'INDICMENSUELS' TO etatProgramme.
    MOVE 'INDICATEURS MENSUELS' TO etatTitre.
    PERFORM MISE-EN-PAGE-ETAT.

ECRITURE-ENTETE-COLONNES.
    MOVE 'MOIS    CALCULS  CAL.REJ  JEU.PAR  JEU.GAG  POM.PAR  POM.GAG  NOUV.JR  NOT.IMP  NOT.REJ  ETP.ECH  ETP.SAU  NUIT.MN  ERREURS'
        TO ligne-tendance.
    WRITE enr-tendance FROM ligne-tendance.

*> Le premier mois parcouru ne sert que de base à l'évolution du
*> suivant.
TRAITER-MOIS-TENDANCE.
    PERFORM CALCULER-MOIS-DU-RANG.
    MOVE 'N' TO moisCourantTrouve.
    PERFORM VARYING indiceHistorique FROM 1 BY 1
            UNTIL indiceHistorique > nbMoisHistorique
               OR moisCourantTrouve = 'Y'
        MOVE hst-image(indiceHistorique) TO indicateursLus
        IF il-mois = moisCourant
            MOVE 'Y' TO moisCourantTrouve
        END-IF
    END-PERFORM.
    IF moisCourantTrouve = 'Y'
        PERFORM REMPLIR-COLONNES-MOIS
    END-IF.
    IF rangMois > rangDebutTendance
        PERFORM ECRITURE-LIGNE-VALEURS
        PERFORM PREPARER-LIGNE-EVOLUTION
    END-IF.
    MOVE moisCourantTrouve TO moisPrecedentTrouve.
    MOVE colonnesMois TO colonnesMoisPrecedent.

REMPLIR-COLONNES-MOIS.
    MOVE il-calculs TO valeurColonne(1).
    MOVE il-calculs-rejetes TO valeurColonne(2).
    MOVE il-parties-jeu TO valeurColonne(3).
    MOVE il-gagnees-jeu TO valeurColonne(4).
    MOVE il-parties-pom TO valeurColonne(5).
    MOVE il-gagnees-pom TO valeurColonne(6).
    MOVE il-nouveaux-joueurs TO valeurColonne(7).
    MOVE il-notes-importees TO valeurColonne(8).
    MOVE il-notes-rejetees TO valeurColonne(9).
    MOVE il-etapes-echec TO valeurColonne(10).
    MOVE il-etapes-sautees TO valeurColonne(11).
    COMPUTE valeurColonne(12) ROUNDED = il-duree-moyenne / 60.
    MOVE il-erreurs TO valeurColonne(13).

ECRITURE-LIGNE-VALEURS.
    MOVE SPACES TO ligne-tendance.
    MOVE 1 TO pointeurLigne.
    STRING moisCourant DELIMITED BY SIZE
        INTO ligne-tendance WITH POINTER pointeurLigne.
    IF moisCourantTrouve = 'N'
        STRING '   MOIS NON CALCULE' DELIMITED BY SIZE
            INTO ligne-tendance WITH POINTER pointeurLigne
        END-STRING
    ELSE
        PERFORM VARYING indiceColonne FROM 1 BY 1
                UNTIL indiceColonne > 13
            MOVE valeurColonne(indiceColonne) TO valeur-editee
            STRING '  ' valeur-editee DELIMITED BY SIZE
                INTO ligne-tendance WITH POINTER pointeurLigne
            END-STRING
        END-PERFORM
    END-IF.
    WRITE enr-tendance FROM ligne-tendance.

PREPARER-LIGNE-EVOLUTION.
    MOVE SPACES TO ligne-evolution.
    MOVE 1 TO pointeurLigne.
    STRING moisCourant DELIMITED BY SIZE
        INTO ligne-evolution WITH POINTER pointeurLigne.
    PERFORM VARYING indiceColonne FROM 1 BY 1
            UNTIL indiceColonne > 13
        IF moisCourantTrouve = 'N' OR moisPrecedentTrouve = 'N'
           OR valeurPrecedente(indiceColonne) = 0
            STRING '      N/D' DELIMITED BY SIZE
                INTO ligne-evolution WITH POINTER pointeurLigne
            END-STRING
        ELSE
            COMPUTE variation ROUNDED =
                (valeurColonne(indiceColonne)
                 - valeurPrecedente(indiceColonne)) * 100
                / valeurPrecedente(indiceColonne)
            IF variation > 9999.9
                MOVE 9999.9 TO variation
            END-IF
            MOVE variation TO variation-editee
            STRING '  ' variation-editee DELIMITED BY SIZE
                INTO ligne-evolution WITH POINTER pointeurLigne
            END-STRING
        END-IF
    END-PERFORM.
    ADD 1 TO nbLignesEvolution.
    MOVE ligne-evolution TO ligneEvolutionMois(nbLignesEvolution).

*> INDICATEURS.DAT est un fichier permanent, pas une génération
*> datée : cat-fichier-sortie reste à blanc.
ECRITURE-CATALOGUE-INDICATEURS.
    MOVE 'INDICMENSUELS' TO cat-programme.
    MOVE 'CATALOGUERUNS.DAT' TO cat-fichier-entree.
    MOVE SPACES TO cat-fichier-sortie.
    MOVE 2 TO cat-enregistrements.
    MOVE 0 TO cat-rejets.
    IF codeRetourIndicateurs = 0
        MOVE 'OK' TO cat-resultat
    ELSE
        MOVE 'AVERTISSEMENT' TO cat-resultat
    END-IF.
    PERFORM ECRITURE-CATALOGUE.

COPY "signon.cpy".

COPY "permission-controle.cpy".

COPY "verrou-prise.cpy".

COPY "catalogue-write.cpy".

COPY "etat-mise-en-page.cpy".

COPY "errlog-write.cpy".
