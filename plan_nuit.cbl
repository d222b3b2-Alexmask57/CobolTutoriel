        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS statutPlan.
    COPY "catalogue-select.cpy".
    COPY "calendrier-select.cpy".
    COPY "alerte-select.cpy".
    COPY "errlog-select.cpy".
DATA DIVISION.
FILE SECTION.
    05 plan-mode PIC X(1).
    05 plan-predecesseur PIC X(8).
    05 plan-rc-max PIC 9(2).
    05 plan-condition PIC X(1).
    05 plan-jour PIC X(1).
COPY "catalogue-fd.cpy".
COPY "calendrier-fd.cpy".
COPY "alerte-fd.cpy".
COPY "errlog-fd.cpy".
WORKING-STORAGE SECTION.
       COPY "errlog-ws.cpy".
       COPY "calendrier-table.cpy".
       COPY "alerte-ws.cpy".
       77 statutPlan PIC XX.
       77 finFichierPlan PIC X(1) VALUE 'N'.
       77 echecFichierPlan PIC X(1) VALUE 'N'.
       77 nbEtapesExecutees PIC 9(2) VALUE 0.
       77 nbEtapesSautees PIC 9(2) VALUE 0.
       77 nbEtapesEnEchec PIC 9(2) VALUE 0.
       77 nbEtapesHorsCalendrier PIC 9(2) VALUE 0.
       77 paramDatePlan PIC X(8).
       77 datePlan PIC 9(8) VALUE 0.
       77 etapePrevue PIC X(1).
       77 indiceEtape PIC 9(2).
       77 indicePredecesseur PIC 9(2).
       77 indiceRecherche PIC 9(2).
             10 etp-mode PIC X(1).
             10 etp-predecesseur PIC X(8).
             10 etp-rc-max PIC 9(2).
             10 etp-condition PIC X(1).
             10 etp-jour PIC 9(1).
             10 etp-rc PIC 9(2).
             10 etp-etat PIC X(1).

PROCEDURE DIVISION.

TRAITEMENT-PRINCIPAL.
    PERFORM FIXER-DATE-PLAN.
    PERFORM ECRITURE-CATALOGUE-DEBUT.
    MOVE 'PLANNUIT' TO alerteEmetteur.
    PERFORM RELANCER-ALERTES-ECHUES.
    PERFORM CHARGER-PLAN.
    IF echecFichierPlan = 'N'
        MOVE 'PLANNUIT' TO errlog-programme
        PERFORM CHARGER-CALENDRIER
        IF calendrierValide = 'N'
            MOVE 'Y' TO echecFichierPlan
        ELSE
            MOVE datePlan TO dateCalendrier
            PERFORM QUALIFIER-DATE-CALENDRIER
        END-IF
    END-IF.
    IF echecFichierPlan = 'Y'
        MOVE 12 TO alerteGravite
        MOVE 'PLANNUIT' TO alerteProgramme
        MOVE SPACES TO alerteEtape
        MOVE 'Plan de nuit non lancé : plan ou calendrier invalide (voir ERRLOG.DAT)'
            TO alerteMessage
        PERFORM ECRITURE-ALERTE
        MOVE 12 TO RETURN-CODE
    ELSE
        PERFORM VARYING indiceEtape FROM 1 BY 1
    PERFORM ECRITURE-CATALOGUE-PLAN.
    STOP RUN.

*> La nuit est celle du jour ; une date AAAAMMJJ passée en argument
*> permet de rejouer le plan d'une nuit manquée selon son calendrier.
FIXER-DATE-PLAN.
    MOVE SPACES TO paramDatePlan.
    ACCEPT paramDatePlan FROM COMMAND-LINE.
    IF paramDatePlan = SPACES
        MOVE FUNCTION CURRENT-DATE(1:8) TO datePlan
    ELSE
        IF paramDatePlan IS NUMERIC
            MOVE paramDatePlan TO datePlan
        END-IF
        IF paramDatePlan IS NOT NUMERIC
           OR FUNCTION TEST-DATE-YYYYMMDD(datePlan) NOT = 0
            MOVE FUNCTION CURRENT-DATE(1:8) TO datePlan
            MOVE 'PLANNUIT' TO errlog-programme
            MOVE 'FIXER-DATE-PLAN' TO errlog-paragraphe
            MOVE 'Date de plan invalide en argument, date du jour retenue'
                TO errlog-message
            PERFORM ECRITURE-ERRLOG
        END-IF
    END-IF.

CHARGER-PLAN.
    OPEN INPUT fichier-plan.
    IF statutPlan NOT = '00'
RANGER-ETAPE-PLAN.
    IF plan-etape = SPACES OR plan-programme = SPACES
       OR plan-rc-max NOT NUMERIC
       OR NOT (plan-condition = SPACE OR plan-condition = 'O'
               OR plan-condition = 'M' OR plan-condition = 'T'
               OR (plan-condition = 'H' AND plan-jour >= '1'
                   AND plan-jour <= '7'))
        MOVE 'PLANNUIT' TO errlog-programme
        MOVE 'CHARGER-PLAN' TO errlog-paragraphe
        MOVE 'Etape du plan de nuit invalide ignorée' TO errlog-message
            MOVE plan-mode TO etp-mode(nbEtapesPlan)
            MOVE plan-predecesseur TO etp-predecesseur(nbEtapesPlan)
            MOVE plan-rc-max TO etp-rc-max(nbEtapesPlan)
            MOVE plan-condition TO etp-condition(nbEtapesPlan)
            IF plan-condition = 'H'
                MOVE plan-jour TO etp-jour(nbEtapesPlan)
            ELSE
                MOVE 0 TO etp-jour(nbEtapesPlan)
            END-IF
            MOVE 0 TO etp-rc(nbEtapesPlan)
            MOVE 'A' TO etp-etat(nbEtapesPlan)
        ELSE
    END-IF.

EXECUTER-ETAPE.
    PERFORM CONTROLER-CALENDRIER-ETAPE.
    IF etapePrevue = 'N'
        MOVE 'C' TO etp-etat(indiceEtape)
        ADD 1 TO nbEtapesHorsCalendrier
        PERFORM ECRITURE-CATALOGUE-ETAPE
    ELSE
        PERFORM CONTROLER-PREDECESSEUR
        IF etp-etat(indiceEtape) = 'S'
            ADD 1 TO nbEtapesSautees
            PERFORM ECRITURE-CATALOGUE-ETAPE
        ELSE
            PERFORM LANCER-ETAPE
            PERFORM ECRITURE-CATALOGUE-ETAPE
        END-IF
    END-IF.

*> Condition de lancement : blanc chaque nuit, O chaque jour ouvré,
*> H chaque semaine le jour etp-jour (1 lundi .. 7 dimanche) s'il est
*> ouvré, M en fin de mois, T en fin de trimestre scolaire.
CONTROLER-CALENDRIER-ETAPE.
    EVALUATE etp-condition(indiceEtape)
        WHEN 'O'
            MOVE jourOuvreCalendrier TO etapePrevue
        WHEN 'H'
            IF jourOuvreCalendrier = 'Y'
               AND jourSemaineCalendrier = etp-jour(indiceEtape)
                MOVE 'Y' TO etapePrevue
            ELSE
                MOVE 'N' TO etapePrevue
            END-IF
        WHEN 'M'
            MOVE finDeMoisCalendrier TO etapePrevue
        WHEN 'T'
            MOVE finDePeriodeCalendrier TO etapePrevue
        WHEN OTHER
            MOVE 'Y' TO etapePrevue
    END-EVALUATE.

CONTROLER-PREDECESSEUR.
    IF etp-predecesseur(indiceEtape) = SPACES
        CONTINUE
                DELIMITED BY SIZE INTO messagePlan
            PERFORM SIGNALER-ETAPE-SAUTEE
        ELSE
*> Un prédécesseur non prévu ce jour-là ne bloque pas sa suite :
*> seul un prédécesseur sauté ou en échec le fait.
            IF etp-etat(indicePredecesseur) = 'S'
               OR etp-rc(indicePredecesseur)
                  > etp-rc-max(indicePredecesseur)
    MOVE 'CONTROLER-PREDECESSEUR' TO errlog-paragraphe.
    MOVE messagePlan TO errlog-message.
    PERFORM ECRITURE-ERRLOG.
    MOVE 8 TO alerteGravite.
    PERFORM SIGNALER-ALERTE-ETAPE.

*> Une étape sautée, ou terminée avec un code retour de 8 ou plus
*> même accepté par le plan, part aussi à l'astreinte.
SIGNALER-ALERTE-ETAPE.
    MOVE etp-programme(indiceEtape) TO alerteProgramme.
    MOVE etp-nom(indiceEtape) TO alerteEtape.
    MOVE messagePlan TO alerteMessage.
    PERFORM ECRITURE-ALERTE.

LANCER-ETAPE.
    MOVE SPACES TO commandeEtape.
        MOVE messagePlan TO errlog-message
        PERFORM ECRITURE-ERRLOG
    END-IF.
    IF rcEtape >= 8
        IF rcEtape <= etp-rc-max(indiceEtape)
            MOVE SPACES TO messagePlan
            MOVE rcEtape TO rc-edite
            STRING 'Etape ' etp-nom(indiceEtape)
                ' terminée avec code retour ' rc-edite
                DELIMITED BY SIZE INTO messagePlan
        END-IF
        IF rcEtape >= 12
            MOVE 12 TO alerteGravite
        ELSE
            MOVE 8 TO alerteGravite
        END-IF
        PERFORM SIGNALER-ALERTE-ETAPE
    END-IF.

*> Le compte rendu d'étape reste sous le programme PLANNUIT et laisse
*> cat-fichier-sortie à blanc : ce champ porte les noms de générations
    MOVE SPACES TO cat-fichier-sortie.
    MOVE 0 TO cat-enregistrements.
    MOVE 0 TO cat-rejets.
    EVALUATE TRUE
        WHEN etp-etat(indiceEtape) = 'S'
            MOVE 'SAUTEE' TO cat-resultat
        WHEN etp-etat(indiceEtape) = 'C'
            MOVE 'NON PLANIFIEE' TO cat-resultat
        WHEN etp-rc(indiceEtape) = 0
            MOVE 'OK' TO cat-resultat
        WHEN etp-rc(indiceEtape) = 4
            MOVE 'AVERTISSEMENT' TO cat-resultat
        WHEN etp-rc(indiceEtape) = 8
            MOVE 'REJETS' TO cat-resultat
        WHEN OTHER
            MOVE 'ECHEC FICHIER' TO cat-resultat
    END-EVALUATE.
    PERFORM ECRITURE-CATALOGUE.

FIXER-CODE-RETOUR-PLAN.
        MOVE 8 TO RETURN-CODE
    END-IF.

*> Le compte rendu de début de nuit (résultat DEBUT) date le
*> lancement de la chaîne ; avec le compte rendu final du plan, il
*> donne la durée de la nuit.
ECRITURE-CATALOGUE-DEBUT.
    MOVE 'PLANNUIT' TO cat-programme.
    MOVE 'PLANNUIT.DAT' TO cat-fichier-entree.
    MOVE SPACES TO cat-fichier-sortie.
    MOVE 0 TO cat-enregistrements.
    MOVE 0 TO cat-rejets.
    MOVE 'DEBUT' TO cat-resultat.
    PERFORM ECRITURE-CATALOGUE.

ECRITURE-CATALOGUE-PLAN.
    MOVE 'PLANNUIT' TO cat-programme.
    MOVE 'PLANNUIT.DAT' TO cat-fichier-entree.

COPY "catalogue-write.cpy".

COPY "calendrier-charge.cpy".

COPY "alerte-emission.cpy".

COPY "errlog-write.cpy".
