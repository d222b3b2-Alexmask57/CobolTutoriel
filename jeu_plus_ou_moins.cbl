        ASSIGN TO "CLASSEMENTTOURNOI.PRT"
        ORGANIZATION IS LINE SEQUENTIAL.
    COPY "tournois-select.cpy".
    COPY "equipes-select.cpy".
    COPY "joueurs-select.cpy".
    COPY "jouarc-select.cpy".
    COPY "joujrn-select.cpy".
    COPY "verrou-select.cpy".
    COPY "errlog-select.cpy".
    COPY "etat-select.cpy".
DATA DIVISION.
FILE SECTION.
COPY "gamelog-fd.cpy".
FD fichier-classement-tournoi.
01 enr-classement-tournoi PIC X(80).
COPY "tournois-fd.cpy".
COPY "equipes-fd.cpy".
COPY "catalogue-fd.cpy".
COPY "joueurs-fd.cpy".
COPY "jouarc-fd.cpy".
COPY "joujrn-fd.cpy".
COPY "verrou-fd.cpy".
COPY "errlog-fd.cpy".
COPY "etat-fd.cpy".
WORKING-STORAGE SECTION.
       COPY "errlog-ws.cpy".
       COPY "etat-ws.cpy".
       COPY "verrou-ws.cpy".
       COPY "jouarc-ws.cpy".
       77 nbSaisie PIC 999.
       77 nbRamdom PIC 999.
       77 seed PIC 9(8).

       01 tableTournoi.
          05 nbJoueursTournoi PIC 9(2) VALUE 0.
          05 joueurTournoi OCCURS 16.
             10 tour-nom PIC X(20).
             10 tour-tentatives PIC 9(4).
             10 tour-trouve PIC X(1).
             10 tour-equipe PIC X(6).
       77 nbJoueursTournoiMax PIC 9(2) VALUE 8.
       77 nbJoueursEquipesMax PIC 9(2) VALUE 16.
       77 statutEquipes PIC XX.
       77 tournoiParEquipes PIC X(1) VALUE 'N'.
       77 reponseEquipes PIC X(1).
       77 nbEquipesTournoi PIC 9(2) VALUE 0.
       77 codeEquipeSaisi PIC X(6).
       77 equipeTrouvee PIC X(1).
       77 equipeDejaInscrite PIC X(1).
       77 nbMembresEquipe PIC 9(2).
       77 finFichierEquipes PIC X(1).
       77 dateJourEquipes PIC 9(8).
       77 equipeCourante PIC X(6).
       77 equipePermutee PIC X(6).
       77 indiceTournoi PIC 9(2).
       77 indiceSuivantTournoi PIC 9(2).
       77 debutTriTournoi PIC 9(2).
1 affiche-erreur.
    2 LINE 9 COL 10.
    2 PIC X(60) FROM messageErreur.
1 demande-mode-tournoi.
    2 BLANK SCREEN.
    2 LINE 2 COL 10 VALUE 'Tournoi par équipes (O/N) : '.
1 demande-equipe-tournoi.
    2 BLANK SCREEN.
    2 LINE 2 COL 10 VALUE 'Inscription des équipes au tournoi (code vide pour terminer)'.
    2 LINE 4 COL 10 VALUE 'Code équipe : '.
1 demande-joueur-tournoi.
    2 BLANK SCREEN.
    2 LINE 2 COL 10 VALUE 'Inscription au tournoi (nom vide pour terminer)'.
    2 BLANK SCREEN.
    2 LINE 2 COL 10 VALUE 'Au tour de : '.
    2 PIC X(20) FROM joueur.
    2 COL 45 VALUE 'Equipe : '.
    2 PIC X(6) FROM equipeCourante.
    2 LINE 3 COL 10 VALUE 'Tentatives déjà jouées : '.
    2 PIC ZZZ9 FROM nbTentatives.
1 valeur-trouvee-tournoi.
    STOP RUN.

TRAITEMENT-TOURNOI.
       DISPLAY demande-mode-tournoi.
       MOVE SPACE TO reponseEquipes.
       ACCEPT reponseEquipes
           ON EXCEPTION
               MOVE 'N' TO reponseEquipes
       END-ACCEPT.
       IF reponseEquipes = 'O' OR reponseEquipes = 'o'
           MOVE 'Y' TO tournoiParEquipes
           PERFORM INSCRIRE-EQUIPES-TOURNOI
       ELSE
           PERFORM INSCRIRE-JOUEURS-TOURNOI
       END-IF.
       EVALUATE TRUE
           WHEN tournoiParEquipes = 'Y' AND nbEquipesTournoi < 2
               MOVE 'Au moins deux équipes sont requises pour un tournoi.' TO messageErreur
               PERFORM REFUSER-TOURNOI
           WHEN nbJoueursTournoi < 2
               MOVE 'Au moins deux joueurs sont requis pour un tournoi.' TO messageErreur
               PERFORM REFUSER-TOURNOI
           WHEN OTHER
               MOVE 0 TO numLigne
               PERFORM CHOISIR-DIFFICULTE
               PERFORM CHOISIR-GRAINE
               COMPUTE nbRamdom = FUNCTION RANDOM (seed) * plage + 1
               PERFORM JOUER-TOURNOI
               PERFORM CLASSER-TOURNOI
               PERFORM ECRITURE-CLASSEMENT-TOURNOI
               PERFORM ENREGISTRER-RESULTATS-TOURNOI
       END-EVALUATE.

REFUSER-TOURNOI.
       DISPLAY affiche-erreur.
       MOVE 'JEUPLUSOUMOINS' TO errlog-programme.
       MOVE 'TRAITEMENT-TOURNOI' TO errlog-paragraphe.
       MOVE messageErreur TO errlog-message.
       PERFORM ECRITURE-ERRLOG.

INSCRIRE-JOUEURS-TOURNOI.
       MOVE 'N' TO inscriptionsTerminees.
               MOVE nomInscrit TO tour-nom(nbJoueursTournoi)
               MOVE 0 TO tour-tentatives(nbJoueursTournoi)
               MOVE 'N' TO tour-trouve(nbJoueursTournoi)
               MOVE SPACES TO tour-equipe(nbJoueursTournoi)
               MOVE SPACES TO nomInscrit
           END-IF
       END-PERFORM.

      *> Une équipe entre au tournoi avec tous les joueurs qui en sont
      *> membres ce jour (EQUIPES.DAT) ; chacun joue sous son nom et
      *> son résultat porte le code de l'équipe dans TOURNOIS.DAT.
INSCRIRE-EQUIPES-TOURNOI.
       MOVE FUNCTION CURRENT-DATE(1:8) TO dateJourEquipes.
       MOVE 'N' TO inscriptionsTerminees.
       PERFORM UNTIL inscriptionsTerminees = 'Y'
              OR nbJoueursTournoi >= nbJoueursEquipesMax
           DISPLAY demande-equipe-tournoi
           MOVE SPACES TO codeEquipeSaisi
           ACCEPT codeEquipeSaisi
               ON EXCEPTION
                   MOVE 'Y' TO inscriptionsTerminees
           END-ACCEPT
           INSPECT codeEquipeSaisi
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF codeEquipeSaisi = SPACES
               MOVE 'Y' TO inscriptionsTerminees
           ELSE
               PERFORM INSCRIRE-UNE-EQUIPE
           END-IF
       END-PERFORM.

INSCRIRE-UNE-EQUIPE.
       MOVE 'N' TO equipeDejaInscrite.
       PERFORM VARYING indiceTournoi FROM 1 BY 1
               UNTIL indiceTournoi > nbJoueursTournoi
           IF tour-equipe(indiceTournoi) = codeEquipeSaisi
               MOVE 'Y' TO equipeDejaInscrite
           END-IF
       END-PERFORM.
       PERFORM COMPTER-MEMBRES-EQUIPE.
       EVALUATE TRUE
           WHEN equipeDejaInscrite = 'Y'
               MOVE 'Equipe déjà inscrite au tournoi.' TO messageErreur
               DISPLAY affiche-erreur
           WHEN equipeTrouvee = 'N'
               MOVE 'Equipe inconnue dans EQUIPES.DAT.' TO messageErreur
               DISPLAY affiche-erreur
           WHEN nbMembresEquipe = 0
               MOVE 'Equipe sans membre à ce jour.' TO messageErreur
               DISPLAY affiche-erreur
           WHEN nbJoueursTournoi + nbMembresEquipe > nbJoueursEquipesMax
               MOVE 'Plus assez de places au tournoi pour cette équipe.' TO messageErreur
               DISPLAY affiche-erreur
           WHEN OTHER
               PERFORM CHARGER-MEMBRES-EQUIPE
               ADD 1 TO nbEquipesTournoi
       END-EVALUATE.

COMPTER-MEMBRES-EQUIPE.
       MOVE 'N' TO equipeTrouvee.
       MOVE 0 TO nbMembresEquipe.
       OPEN INPUT fichier-equipes.
       MOVE 'N' TO finFichierEquipes.
       PERFORM UNTIL finFichierEquipes = 'Y'
           READ fichier-equipes
               AT END MOVE 'Y' TO finFichierEquipes
               NOT AT END
                   IF eqp-code = codeEquipeSaisi
                       IF eqp-type = 'E'
                           MOVE 'Y' TO equipeTrouvee
                       END-IF
                       IF eqp-type = 'M'
                          AND eqp-date-debut IS NUMERIC
                          AND eqp-date-fin IS NUMERIC
                          AND eqp-date-debut <= dateJourEquipes
                          AND (eqp-date-fin = 0
                               OR eqp-date-fin > dateJourEquipes)
                           ADD 1 TO nbMembresEquipe
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE fichier-equipes.

CHARGER-MEMBRES-EQUIPE.
       OPEN INPUT fichier-equipes.
       MOVE 'N' TO finFichierEquipes.
       PERFORM UNTIL finFichierEquipes = 'Y'
           READ fichier-equipes
               AT END MOVE 'Y' TO finFichierEquipes
               NOT AT END
                   IF eqp-code = codeEquipeSaisi AND eqp-type = 'M'
                      AND eqp-date-debut IS NUMERIC
                      AND eqp-date-fin IS NUMERIC
                      AND eqp-date-debut <= dateJourEquipes
                      AND (eqp-date-fin = 0
                           OR eqp-date-fin > dateJourEquipes)
                       ADD 1 TO nbJoueursTournoi
                       MOVE eqp-joueur TO tour-nom(nbJoueursTournoi)
                       MOVE 0 TO tour-tentatives(nbJoueursTournoi)
                       MOVE 'N' TO tour-trouve(nbJoueursTournoi)
                       MOVE codeEquipeSaisi TO tour-equipe(nbJoueursTournoi)
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE fichier-equipes.

JOUER-TOURNOI.
       MOVE 'N' TO tournoiTermine.
       PERFORM UNTIL tournoiTermine = 'Y'
JOUER-TOUR-JOUEUR.
       MOVE tour-nom(indiceTournoi) TO joueur.
       MOVE tour-tentatives(indiceTournoi) TO nbTentatives.
       MOVE tour-equipe(indiceTournoi) TO equipeCourante.
       DISPLAY affiche-tour-joueur.
       PERFORM SAISIR-VALEUR-VALIDE.
       ADD 1 TO tour-tentatives(indiceTournoi).
       MOVE tour-nom(indiceTournoi) TO nomPermuteTournoi.
       MOVE tour-tentatives(indiceTournoi) TO tentativesPermutees.
       MOVE tour-trouve(indiceTournoi) TO trouvePermute.
       MOVE tour-equipe(indiceTournoi) TO equipePermutee.
       MOVE tour-nom(indiceSuivantTournoi)
           TO tour-nom(indiceTournoi).
       MOVE tour-tentatives(indiceSuivantTournoi)
           TO tour-tentatives(indiceTournoi).
       MOVE tour-trouve(indiceSuivantTournoi)
           TO tour-trouve(indiceTournoi).
       MOVE tour-equipe(indiceSuivantTournoi)
           TO tour-equipe(indiceTournoi).
       MOVE nomPermuteTournoi TO tour-nom(indiceSuivantTournoi).
       MOVE tentativesPermutees
           TO tour-tentatives(indiceSuivantTournoi).
       MOVE trouvePermute TO tour-trouve(indiceSuivantTournoi).
       MOVE equipePermutee TO tour-equipe(indiceSuivantTournoi).

ECRITURE-CLASSEMENT-TOURNOI.
       OPEN OUTPUT fichier-classement-tournoi.
               ' TROUVE=' tour-trouve(indiceTournoi)
               ' TENTATIVES=' tentatives-tournoi-edite
               DELIMITED BY SIZE INTO ligneClassementTexte
           IF tournoiParEquipes = 'Y'
               STRING ' EQUIPE=' tour-equipe(indiceTournoi)
                   DELIMITED BY SIZE INTO ligneClassementTexte(54:16)
           END-IF
           WRITE enr-classement-tournoi FROM ligneClassementTexte
           DISPLAY affiche-ligne-classement
           ADD 1 TO ligneClassement
       END-PERFORM.
       CLOSE fichier-classement-tournoi.
       MOVE 'CLASSEMENTTOURNOI.PRT' TO etatNomFichier.
       MOVE 'JEUPLUSOUMOINS' TO etatProgramme.
       MOVE 'CLASSEMENT DU TOURNOI' TO etatTitre.
       PERFORM MISE-EN-PAGE-ETAT.
       DISPLAY attente-classement.
       ACCEPT reponseReprise.

       MOVE indiceTournoi TO trn-rang.
       MOVE tour-tentatives(indiceTournoi) TO trn-tentatives.
       MOVE tour-trouve(indiceTournoi) TO trn-trouve.
       MOVE tour-equipe(indiceTournoi) TO trn-equipe.
       WRITE enr-tournoi.

INITIALISATION.
           CLOSE fichier-maitre-joueurs
       END-IF.

      *> Un joueur archivé par ARCHIVEJOUEURS qui rejoue retrouve son
      *> historique et sa cote au lieu de repartir d'un nouvel enregistrement.
CREER-MAITRE-JOUEUR.
       MOVE joueur TO maitre-nom.
       MOVE 'JEUPLUSOUMOINS' TO errlog-programme.
       PERFORM CHERCHER-JOUEUR-ARCHIVE.
       IF joueurReactive = 'Y'
           ADD 1 TO maitre-parties-jouees
       ELSE
           initialize enr-maitre-joueur
           MOVE joueur TO maitre-nom
           MOVE 1 TO maitre-parties-jouees
           MOVE dateMaitre TO maitre-premiere-date
       END-IF.
       MOVE dateMaitre TO maitre-derniere-date.
       PERFORM CUMULER-GAIN-MAITRE.
       PERFORM CUMULER-DIFFICULTE-MAITRE.
               MOVE 'CREER-MAITRE-JOUEUR' TO errlog-paragraphe
               MOVE 'Ecriture du fichier maître joueurs impossible' TO errlog-message
               PERFORM ECRITURE-ERRLOG
           NOT INVALID KEY
               IF joueurReactive = 'Y'
                   PERFORM SOLDER-JOUEUR-ARCHIVE
               END-IF
       END-WRITE.

CUMULER-MAITRE-JOUEUR.
           CLOSE fichier-param-batch
           CLOSE fichier-rapport-batch
           PERFORM FERMER-JOURNAUX-JEU
           IF echecFichierJeu = 'N'
               MOVE nomGenerationRapport TO etatNomFichier
               MOVE 'JEUPLUSOUMOINS' TO etatProgramme
               MOVE 'RAPPORT DU SCORING BATCH' TO etatTitre
               PERFORM MISE-EN-PAGE-ETAT
           END-IF
       END-IF
       IF echecFichierJeu = 'Y'
           MOVE 12 TO RETURN-CODE

COPY "verrou-prise.cpy".

COPY "etat-mise-en-page.cpy".

COPY "joueurs-reactivation.cpy".

COPY "errlog-write.cpy".
