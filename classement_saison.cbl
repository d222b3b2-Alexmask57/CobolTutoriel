INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "tournois-select.cpy".
    COPY "joueurs-select.cpy".
    SELECT OPTIONAL fichier-points-saison ASSIGN TO "POINTSSAISON.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS statutPointsSaison.
    SELECT fichier-saison ASSIGN TO "SAISONJEU.PRT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT fichier-saison-equipes ASSIGN TO "SAISONEQUIPES.PRT"
        ORGANIZATION IS LINE SEQUENTIAL.
    COPY "equipes-select.cpy".
    COPY "errlog-select.cpy".
    COPY "etat-select.cpy".
DATA DIVISION.
FILE SECTION.
COPY "tournois-fd.cpy".
COPY "joueurs-fd.cpy".
FD fichier-points-saison.
01 enr-points-saison.
    05 pts-rang PIC 9(2).
    05 pts-points PIC 9(3).
FD fichier-saison.
01 enr-saison PIC X(132).
FD fichier-saison-equipes.
01 enr-saison-equipes PIC X(132).
COPY "equipes-fd.cpy".
COPY "errlog-fd.cpy".
COPY "etat-fd.cpy".
WORKING-STORAGE SECTION.
       COPY "errlog-ws.cpy".
       COPY "etat-ws.cpy".
       77 statutJoueurs PIC XX.
       77 maitreOuvert PIC X(1) VALUE 'N'.
       77 nbResultatsSuspendus PIC 9(6) VALUE 0.
       77 ligneCommande PIC X(30).
       77 dateDebutTexte PIC X(8).
       77 dateFinTexte PIC X(8).
       77 modeEquipesTexte PIC X(1).
       77 modeEquipes PIC X(1) VALUE 'S'.
       77 dateDebutSaison PIC 9(8).
       77 dateFinSaison PIC 9(8).
       77 statutPointsSaison PIC XX.
       77 tournoisPermutes PIC 9(4).
       77 rangsPermutes PIC 9(6).
       77 trouvesPermutes PIC 9(4).
       77 statutEquipes PIC XX.
       77 finFichierEquipes PIC X(1).
       77 nbTournoisEquipes PIC 9(4) VALUE 0.
       77 indiceEquipeTournoi PIC 9(2).
       77 indiceEquipeTrouve PIC 9(2).
       77 indiceEquipeSaison PIC 9(2).
       77 indiceSuivantEquipe PIC 9(2).
       77 debutTriEquipes PIC 9(2).
       77 scoreEquipeTournoi PIC 9(5)V99.
       77 points-equipe-edites PIC ZZZZ9.99.
       77 codeEquipePermute PIC X(6).
       77 nomEquipePermute PIC X(30).
       77 tournoisEquipePermutes PIC 9(4).
       77 pointsEquipePermutes PIC 9(5)V99.

       01 tableBaremePoints.
          05 nbBaremes PIC 9(2) VALUE 0.
             10 sai-somme-rangs PIC 9(6).
             10 sai-trouves PIC 9(4).

       01 tableEquipesTournoi.
          05 nbEquipesTournoi PIC 9(2) VALUE 0.
          05 equipeTournoi OCCURS 16.
             10 eqt-code PIC X(6).
             10 eqt-points PIC 9(5).
             10 eqt-membres PIC 9(2).

       01 tableEquipesSaison.
          05 nbEquipesSaison PIC 9(2) VALUE 0.
          05 equipeSaison OCCURS 50.
             10 eqs-code PIC X(6).
             10 eqs-nom PIC X(30).
             10 eqs-tournois PIC 9(4).
             10 eqs-points PIC 9(5)V99.

PROCEDURE DIVISION.

TRAITEMENT-PRINCIPAL.
    PERFORM LECTURE-TOURNOIS.
    PERFORM TRIER-LIGUE.
    PERFORM ECRITURE-LIGUE.
    IF nbTournoisEquipes > 0
        PERFORM TRIER-EQUIPES
        PERFORM ECRITURE-EQUIPES
    END-IF.
    STOP RUN.

*> Paramètres : [date début] [date fin] [S|M], S (défaut) pour noter
*> chaque équipe par la somme des points de ses membres à un tournoi,
*> M pour leur moyenne.

LIRE-PARAMETRES-SAISON.
    ACCEPT ligneCommande FROM COMMAND-LINE.
    UNSTRING ligneCommande DELIMITED BY ALL SPACE
        INTO dateDebutTexte dateFinTexte modeEquipesTexte.
    IF modeEquipesTexte = 'M' OR modeEquipesTexte = 'm'
        MOVE 'M' TO modeEquipes
    END-IF.
    MOVE FUNCTION CURRENT-DATE(1:8) TO dateFinSaison.
    MOVE dateFinSaison TO dateDebutSaison.
    MOVE '0101' TO dateDebutSaison(5:4).
LECTURE-TOURNOIS.
    MOVE 0 TO dateTournoiCourant.
    MOVE 0 TO heureTournoiCourant.
    OPEN INPUT fichier-maitre-joueurs.
    IF statutJoueurs = '00'
        MOVE 'Y' TO maitreOuvert
    ELSE
        IF statutJoueurs NOT = '05'
            MOVE 'CLASSEMENTSAISON' TO errlog-programme
            MOVE 'LECTURE-TOURNOIS' TO errlog-paragraphe
            MOVE 'Maître joueurs illisible, suspensions non appliquées' TO errlog-message
            PERFORM ECRITURE-ERRLOG
        END-IF
    END-IF.
    OPEN INPUT fichier-tournois.
    MOVE 'N' TO finFichierCourant.
    PERFORM UNTIL finFichierCourant = 'Y'
            NOT AT END PERFORM CUMULER-RESULTAT-TOURNOI
        END-READ
    END-PERFORM.
    PERFORM CLOTURER-TOURNOI-EQUIPES.
    CLOSE fichier-tournois.
    CLOSE fichier-maitre-joueurs.

CUMULER-RESULTAT-TOURNOI.
    IF trn-date NOT NUMERIC
    ELSE
        IF trn-date NOT = dateTournoiCourant
           OR trn-heure NOT = heureTournoiCourant
            PERFORM CLOTURER-TOURNOI-EQUIPES
            ADD 1 TO nbTournoisLus
            MOVE trn-date TO dateTournoiCourant
            MOVE trn-heure TO heureTournoiCourant
        END-IF
        PERFORM CONTROLER-SUSPENSION-JOUEUR
        IF maitre-statut = 'S'
            ADD 1 TO nbResultatsSuspendus
        ELSE
            PERFORM RETENIR-RESULTAT-TOURNOI
            IF trn-equipe NOT = SPACES
                PERFORM CUMULER-EQUIPE-TOURNOI
            END-IF
        END-IF
    END-IF.

*> Le résultat d'un joueur suspendu (maitre-statut 'S') reste hors du
*> classement tant qu'un superviseur n'a pas levé la suspension.
CONTROLER-SUSPENSION-JOUEUR.
    MOVE SPACE TO maitre-statut.
    IF maitreOuvert = 'Y'
        MOVE trn-joueur TO maitre-nom
        READ fichier-maitre-joueurs
            INVALID KEY MOVE SPACE TO maitre-statut
        END-READ
    END-IF.

RETENIR-RESULTAT-TOURNOI.
    ADD 1 TO nbResultatsRetenus.
    PERFORM TROUVER-JOUEUR-SAISON.
    IF indiceJoueurTrouve > 0
        ADD 1 TO sai-tournois(indiceJoueurTrouve)
        ADD trn-rang TO sai-somme-rangs(indiceJoueurTrouve)
        IF trn-trouve = 'Y'
            ADD 1 TO sai-trouves(indiceJoueurTrouve)
        END-IF
        PERFORM CHERCHER-POINTS-RANG
        ADD pointsRang TO sai-points(indiceJoueurTrouve)
    END-IF.

TROUVER-JOUEUR-SAISON.
    MOVE 0 TO indiceJoueurTrouve.
    PERFORM VARYING indiceJoueurSaison FROM 1 BY 1
        END-IF
    END-PERFORM.

*> Points du barème gagnés au tournoi courant par les membres de
*> chaque équipe engagée, sous l'équipe portée par leur résultat
*> (celle du joueur le jour du tournoi).
CUMULER-EQUIPE-TOURNOI.
    MOVE 0 TO indiceEquipeTrouve.
    PERFORM VARYING indiceEquipeTournoi FROM 1 BY 1
            UNTIL indiceEquipeTournoi > nbEquipesTournoi
               OR indiceEquipeTrouve > 0
        IF eqt-code(indiceEquipeTournoi) = trn-equipe
            MOVE indiceEquipeTournoi TO indiceEquipeTrouve
        END-IF
    END-PERFORM.
    IF indiceEquipeTrouve = 0 AND nbEquipesTournoi < 16
        ADD 1 TO nbEquipesTournoi
        MOVE trn-equipe TO eqt-code(nbEquipesTournoi)
        MOVE 0 TO eqt-points(nbEquipesTournoi)
        MOVE 0 TO eqt-membres(nbEquipesTournoi)
        MOVE nbEquipesTournoi TO indiceEquipeTrouve
    END-IF.
    IF indiceEquipeTrouve > 0
        PERFORM CHERCHER-POINTS-RANG
        ADD pointsRang TO eqt-points(indiceEquipeTrouve)
        ADD 1 TO eqt-membres(indiceEquipeTrouve)
    END-IF.

*> Fin d'un tournoi : la note de chaque équipe (somme ou moyenne des
*> points de ses membres) s'ajoute à son total de la saison.
CLOTURER-TOURNOI-EQUIPES.
    IF nbEquipesTournoi > 0
        ADD 1 TO nbTournoisEquipes
        PERFORM VARYING indiceEquipeTournoi FROM 1 BY 1
                UNTIL indiceEquipeTournoi > nbEquipesTournoi
            IF modeEquipes = 'M'
                COMPUTE scoreEquipeTournoi ROUNDED =
                    eqt-points(indiceEquipeTournoi)
                    / eqt-membres(indiceEquipeTournoi)
            ELSE
                MOVE eqt-points(indiceEquipeTournoi) TO scoreEquipeTournoi
            END-IF
            PERFORM TROUVER-EQUIPE-SAISON
            IF indiceEquipeTrouve > 0
                ADD 1 TO eqs-tournois(indiceEquipeTrouve)
                ADD scoreEquipeTournoi TO eqs-points(indiceEquipeTrouve)
            END-IF
        END-PERFORM
        MOVE 0 TO nbEquipesTournoi
    END-IF.

TROUVER-EQUIPE-SAISON.
    MOVE 0 TO indiceEquipeTrouve.
    PERFORM VARYING indiceEquipeSaison FROM 1 BY 1
            UNTIL indiceEquipeSaison > nbEquipesSaison
               OR indiceEquipeTrouve > 0
        IF eqs-code(indiceEquipeSaison) = eqt-code(indiceEquipeTournoi)
            MOVE indiceEquipeSaison TO indiceEquipeTrouve
        END-IF
    END-PERFORM.
    IF indiceEquipeTrouve = 0 AND nbEquipesSaison < 50
        ADD 1 TO nbEquipesSaison
        MOVE eqt-code(indiceEquipeTournoi) TO eqs-code(nbEquipesSaison)
        MOVE 0 TO eqs-tournois(nbEquipesSaison)
        MOVE 0 TO eqs-points(nbEquipesSaison)
        MOVE nbEquipesSaison TO indiceEquipeTrouve
        PERFORM CHERCHER-NOM-EQUIPE
    END-IF.
    IF indiceEquipeTrouve = 0
        MOVE 'CLASSEMENTSAISON' TO errlog-programme
        MOVE 'TROUVER-EQUIPE-SAISON' TO errlog-paragraphe
        MOVE 'Table des équipes de la saison pleine, équipe ignorée' TO errlog-message
        PERFORM ECRITURE-ERRLOG
    END-IF.

CHERCHER-NOM-EQUIPE.
    MOVE 'EQUIPE INCONNUE' TO eqs-nom(nbEquipesSaison).
    OPEN INPUT fichier-equipes.
    MOVE 'N' TO finFichierEquipes.
    PERFORM UNTIL finFichierEquipes = 'Y'
        READ fichier-equipes
            AT END MOVE 'Y' TO finFichierEquipes
            NOT AT END
                IF eqp-type = 'E'
                   AND eqp-code = eqs-code(nbEquipesSaison)
                    MOVE eqp-nom TO eqs-nom(nbEquipesSaison)
                    MOVE 'Y' TO finFichierEquipes
                END-IF
        END-READ
    END-PERFORM.
    CLOSE fichier-equipes.

TRIER-LIGUE.
    PERFORM VARYING indiceJoueurSaison FROM 1 BY 1
            UNTIL indiceJoueurSaison >= nbJoueursSaison
        DELIMITED BY SIZE INTO ligne-saison.
    WRITE enr-saison FROM ligne-saison.

    MOVE nbResultatsSuspendus TO compteur-edite.
    MOVE SPACES TO ligne-saison.
    STRING 'RESULTATS DE JOUEURS SUSPENDUS EXCLUS=' compteur-edite
        DELIMITED BY SIZE INTO ligne-saison.
    WRITE enr-saison FROM ligne-saison.

    CLOSE fichier-saison.
    MOVE 'SAISONJEU.PRT' TO etatNomFichier.
    MOVE 'CLASSEMENTSAISON' TO etatProgramme.
    MOVE 'CLASSEMENT DE LA SAISON' TO etatTitre.
    PERFORM MISE-EN-PAGE-ETAT.

TRIER-EQUIPES.
    PERFORM VARYING indiceEquipeSaison FROM 1 BY 1
            UNTIL indiceEquipeSaison >= nbEquipesSaison
        COMPUTE debutTriEquipes = indiceEquipeSaison + 1
        PERFORM VARYING indiceSuivantEquipe FROM debutTriEquipes
                BY 1 UNTIL indiceSuivantEquipe > nbEquipesSaison
            IF eqs-points(indiceSuivantEquipe)
               > eqs-points(indiceEquipeSaison)
                PERFORM PERMUTER-EQUIPES-SAISON
            END-IF
        END-PERFORM
    END-PERFORM.

PERMUTER-EQUIPES-SAISON.
    MOVE eqs-code(indiceEquipeSaison) TO codeEquipePermute.
    MOVE eqs-nom(indiceEquipeSaison) TO nomEquipePermute.
    MOVE eqs-tournois(indiceEquipeSaison) TO tournoisEquipePermutes.
    MOVE eqs-points(indiceEquipeSaison) TO pointsEquipePermutes.
    MOVE eqs-code(indiceSuivantEquipe)
        TO eqs-code(indiceEquipeSaison).
    MOVE eqs-nom(indiceSuivantEquipe)
        TO eqs-nom(indiceEquipeSaison).
    MOVE eqs-tournois(indiceSuivantEquipe)
        TO eqs-tournois(indiceEquipeSaison).
    MOVE eqs-points(indiceSuivantEquipe)
        TO eqs-points(indiceEquipeSaison).
    MOVE codeEquipePermute TO eqs-code(indiceSuivantEquipe).
    MOVE nomEquipePermute TO eqs-nom(indiceSuivantEquipe).
    MOVE tournoisEquipePermutes TO eqs-tournois(indiceSuivantEquipe).
    MOVE pointsEquipePermutes TO eqs-points(indiceSuivantEquipe).

ECRITURE-EQUIPES.
    OPEN OUTPUT fichier-saison-equipes.

    MOVE SPACES TO ligne-saison.
    STRING 'CLASSEMENT DES EQUIPES DU ' dateDebutSaison
        ' AU ' dateFinSaison
        DELIMITED BY SIZE INTO ligne-saison.
    WRITE enr-saison-equipes FROM ligne-saison.

    MOVE SPACES TO ligne-saison.
    IF modeEquipes = 'M'
        MOVE 'NOTE PAR TOURNOI=MOYENNE DES POINTS DES MEMBRES' TO ligne-saison
    ELSE
        MOVE 'NOTE PAR TOURNOI=SOMME DES POINTS DES MEMBRES' TO ligne-saison
    END-IF.
    WRITE enr-saison-equipes FROM ligne-saison.

    MOVE nbTournoisEquipes TO compteur-edite.
    MOVE SPACES TO ligne-saison.
    STRING 'TOURNOIS PAR EQUIPES JOUES=' compteur-edite
        DELIMITED BY SIZE INTO ligne-saison.
    WRITE enr-saison-equipes FROM ligne-saison.

    PERFORM VARYING indiceEquipeSaison FROM 1 BY 1
            UNTIL indiceEquipeSaison > nbEquipesSaison
        MOVE indiceEquipeSaison TO rangLigue
        MOVE eqs-points(indiceEquipeSaison) TO points-equipe-edites
        MOVE SPACES TO ligne-saison
        STRING 'RANG=' rangLigue
            ' ' eqs-code(indiceEquipeSaison)
            ' ' eqs-nom(indiceEquipeSaison)
            ' TOURNOIS=' eqs-tournois(indiceEquipeSaison)
            ' POINTS=' points-equipe-edites
            DELIMITED BY SIZE INTO ligne-saison
        WRITE enr-saison-equipes FROM ligne-saison
    END-PERFORM.

    MOVE nbEquipesSaison TO compteur-edite.
    MOVE SPACES TO ligne-saison.
    STRING 'EQUIPES CLASSEES=' compteur-edite
        DELIMITED BY SIZE INTO ligne-saison.
    WRITE enr-saison-equipes FROM ligne-saison.

    CLOSE fichier-saison-equipes.
    MOVE 'SAISONEQUIPES.PRT' TO etatNomFichier.
    MOVE 'CLASSEMENTSAISON' TO etatProgramme.
    MOVE 'CLASSEMENT DES EQUIPES' TO etatTitre.
    PERFORM MISE-EN-PAGE-ETAT.

ECRITURE-LIGNE-LIGUE.
    IF sai-tournois(indiceJoueurSaison) > 0
        DELIMITED BY SIZE INTO ligne-saison.
    WRITE enr-saison FROM ligne-saison.

COPY "etat-mise-en-page.cpy".

COPY "errlog-write.cpy".
