        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS statutExamine.
    COPY "catalogue-select.cpy".
    COPY "etuatt-select.cpy".
    SELECT fichier-controle-matin ASSIGN TO "CONTROLEMATIN.PRT"
        ORGANIZATION IS LINE SEQUENTIAL.
    COPY "alerte-select.cpy".
    COPY "errlog-select.cpy".
    COPY "etat-select.cpy".
DATA DIVISION.
FILE SECTION.
FD fichier-examine.
01 enr-examine PIC X(200).
COPY "catalogue-fd.cpy".
COPY "etuatt-fd.cpy".
FD fichier-controle-matin.
01 enr-controle-matin PIC X(100).
COPY "alerte-fd.cpy".
COPY "errlog-fd.cpy".
COPY "etat-fd.cpy".
WORKING-STORAGE SECTION.
       COPY "errlog-ws.cpy".
       COPY "etat-ws.cpy".
       COPY "alerte-ws.cpy".
       77 ligneCommande PIC X(20).
       77 saisieSeuil PIC X(8).
       77 saisieJoursAttente PIC X(8).
       77 joursJustifies PIC X(3) JUSTIFIED RIGHT.
       77 joursAttenteMax PIC 9(3) VALUE 3.
       77 dateLimiteAttente PIC 9(8).
       77 statutAttente PIC XX.
       77 nbAttenteAnciennes PIC 9(6) VALUE 0.
       77 dateAttenteAncienne PIC 9(8) VALUE 0.
       77 seuilJustifie PIC X(6) JUSTIFIED RIGHT.
       77 seuilCroissance PIC 9(6) VALUE 50.
       77 statutExamine PIC XX.
             10 srv-programme PIC X(20).
             10 srv-generation-vue PIC X(1).
             10 srv-generation-nom PIC X(26).
             10 srv-hors-calendrier PIC X(1).

       01 tableEtapesHorsCalendrier.
          05 nbEtapesHorsCalendrier PIC 9(2) VALUE 0.
          05 etapeHorsCalendrier OCCURS 20 PIC X(8).
       77 indiceHorsCalendrier PIC 9(2).

       01 tableDerniersRuns.
          05 nbDerniers PIC 9(2) VALUE 0.

TRAITEMENT-PRINCIPAL.
    PERFORM PREPARER-CONTROLE.
    MOVE 'CONTROLEMATIN' TO alerteEmetteur.
    PERFORM RELANCER-ALERTES-ECHUES.
    OPEN OUTPUT fichier-controle-matin.
    MOVE SPACES TO ligne-controle-matin.
    STRING 'CONTROLE DU MATIN DU ' dateJourControle
    WRITE enr-controle-matin FROM ligne-controle-matin.

    PERFORM LECTURE-CATALOGUE-CONTROLE.
    IF nbEtapesHorsCalendrier > 0
        PERFORM REPERER-PROGRAMMES-HORS-CALENDRIER
    END-IF.
    PERFORM CONTROLER-GENERATIONS-ATTENDUES.
    PERFORM CONTROLER-DERNIERS-RESULTATS.
    PERFORM CONTROLER-CHECKPOINTS-MATIN.
    PERFORM CONTROLER-DEMANDES-EN-ATTENTE.
    PERFORM CONTROLER-CROISSANCE-ERRLOG.

    IF nbExceptions = 0
        DELIMITED BY SIZE INTO ligne-controle-matin.
    WRITE enr-controle-matin FROM ligne-controle-matin.
    CLOSE fichier-controle-matin.
    MOVE 'CONTROLEMATIN.PRT' TO etatNomFichier.
    MOVE 'CONTROLEMATIN' TO etatProgramme.
    MOVE 'CONTROLE DU MATIN' TO etatTitre.
    PERFORM MISE-EN-PAGE-ETAT.
    MOVE graviteControle TO RETURN-CODE.
    STOP RUN.

*> Paramètres : [seuil de croissance ERRLOG] [jours d'attente des
*> modifications de notes], 50 et 3 par défaut.
PREPARER-CONTROLE.
    ACCEPT ligneCommande FROM COMMAND-LINE.
    MOVE SPACES TO saisieSeuil.
    MOVE SPACES TO saisieJoursAttente.
    UNSTRING ligneCommande DELIMITED BY ALL SPACE
        INTO saisieSeuil saisieJoursAttente.
    IF saisieSeuil NOT = SPACES
        MOVE FUNCTION TRIM(saisieSeuil) TO seuilJustifie
        INSPECT seuilJustifie REPLACING LEADING SPACE BY ZERO
            MOVE seuilJustifie TO seuilCroissance
        END-IF
    END-IF.
    IF saisieJoursAttente NOT = SPACES
        MOVE FUNCTION TRIM(saisieJoursAttente) TO joursJustifies
        INSPECT joursJustifies REPLACING LEADING SPACE BY ZERO
        IF joursJustifies IS NUMERIC
            MOVE joursJustifies TO joursAttenteMax
        END-IF
    END-IF.
    MOVE FUNCTION CURRENT-DATE(1:8) TO dateJourControle.
    COMPUTE entierDateControle =
        FUNCTION INTEGER-OF-DATE(dateJourControle) - 1.
    COMPUTE dateVeilleControle =
        FUNCTION DATE-OF-INTEGER(entierDateControle).
    COMPUTE entierDateControle =
        FUNCTION INTEGER-OF-DATE(dateJourControle) - joursAttenteMax.
    COMPUTE dateLimiteAttente =
        FUNCTION DATE-OF-INTEGER(entierDateControle).
    MOVE 2 TO nbSurveilles.
    MOVE 'CALCULPRODUIT' TO srv-programme(1).
    MOVE 'RAPPORTNOTES' TO srv-programme(2).
    MOVE 'N' TO srv-generation-vue(1).
    MOVE 'N' TO srv-generation-vue(2).
    MOVE SPACES TO srv-generation-nom(1).
    MOVE 'N' TO srv-hors-calendrier(1).
    MOVE SPACES TO srv-generation-nom(2).
    MOVE 'N' TO srv-hors-calendrier(2).
    MOVE 'PARAMJEU.DAT' TO nomFichierExamine.
    PERFORM EXAMINER-FICHIER-MATIN.
    IF fichierPresent = 'Y'
        MOVE 'JEUPLUSOUMOINS' TO srv-programme(3)
        MOVE 'N' TO srv-generation-vue(3)
        MOVE SPACES TO srv-generation-nom(3)
        MOVE 'N' TO srv-hors-calendrier(3)
    END-IF.

EXAMINER-FICHIER-MATIN.
                TO srv-generation-nom(indiceSurveille)
        END-IF
    END-PERFORM.
    IF cat-programme = 'PLANNUIT'
       AND cat-date = dateJourControle
       AND cat-resultat = 'NON PLANIFIEE'
       AND nbEtapesHorsCalendrier < 20
        ADD 1 TO nbEtapesHorsCalendrier
        MOVE cat-fichier-entree(7:8)
            TO etapeHorsCalendrier(nbEtapesHorsCalendrier)
    END-IF.
    MOVE 0 TO indiceDernierTrouve.
    PERFORM VARYING indiceDernier FROM 1 BY 1
            UNTIL indiceDernier > nbDerniers
        MOVE cat-resultat TO der-resultat(indiceDernierTrouve)
    END-IF.

*> Une étape que PLANNUIT n'a pas lancée cette nuit parce que le
*> calendrier ne la prévoyait pas ne doit pas de génération : le
*> plan (étape en colonnes 1-8, programme en colonnes 9-28) relie le
*> compte rendu d'étape au programme surveillé.
REPERER-PROGRAMMES-HORS-CALENDRIER.
    MOVE 'PLANNUIT.DAT' TO nomFichierExamine.
    OPEN INPUT fichier-examine.
    IF statutExamine = '00'
        MOVE 'N' TO finFichierCourant
        PERFORM UNTIL finFichierCourant = 'Y'
            READ fichier-examine
                AT END MOVE 'Y' TO finFichierCourant
                NOT AT END PERFORM RAPPROCHER-ETAPE-HORS-CALENDRIER
            END-READ
        END-PERFORM
    END-IF.
    CLOSE fichier-examine.

RAPPROCHER-ETAPE-HORS-CALENDRIER.
    PERFORM VARYING indiceHorsCalendrier FROM 1 BY 1
            UNTIL indiceHorsCalendrier > nbEtapesHorsCalendrier
        IF etapeHorsCalendrier(indiceHorsCalendrier) = enr-examine(1:8)
            PERFORM VARYING indiceSurveille FROM 1 BY 1
                    UNTIL indiceSurveille > nbSurveilles
                IF srv-programme(indiceSurveille) = enr-examine(9:20)
                    MOVE 'Y' TO srv-hors-calendrier(indiceSurveille)
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM.

CONTROLER-GENERATIONS-ATTENDUES.
    PERFORM VARYING indiceSurveille FROM 1 BY 1
            UNTIL indiceSurveille > nbSurveilles
        IF srv-generation-vue(indiceSurveille) = 'N'
            IF srv-hors-calendrier(indiceSurveille) = 'N'
                MOVE SPACES TO ligne-controle-matin
                STRING 'EXCEPTION : AUCUNE GENERATION DU JOUR POUR '
                    srv-programme(indiceSurveille)
                    DELIMITED BY SIZE INTO ligne-controle-matin
                MOVE srv-programme(indiceSurveille) TO alerteProgramme
                MOVE 'GENERAT' TO alerteEtape
                PERFORM SIGNALER-EXCEPTION-GRAVE
            END-IF
        ELSE
            MOVE srv-generation-nom(indiceSurveille)
                TO nomFichierExamine
                STRING 'EXCEPTION : GENERATION ABSENTE DU DISQUE '
                    srv-generation-nom(indiceSurveille)
                    DELIMITED BY SIZE INTO ligne-controle-matin
                MOVE srv-programme(indiceSurveille) TO alerteProgramme
                MOVE 'GENERAT' TO alerteEtape
                PERFORM SIGNALER-EXCEPTION-GRAVE
            END-IF
        END-IF
            STRING 'EXCEPTION : DERNIER RUN EN ECHEC FICHIER POUR '
                der-programme(indiceDernier)
                DELIMITED BY SIZE INTO ligne-controle-matin
            MOVE der-programme(indiceDernier) TO alerteProgramme
            MOVE 'RESULTAT' TO alerteEtape
            PERFORM SIGNALER-EXCEPTION-GRAVE
        END-IF
    END-PERFORM.
        STRING 'EXCEPTION : REPRISE EN ATTENTE DANS '
            nomFichierExamine
            DELIMITED BY SIZE INTO ligne-controle-matin
        MOVE nomFichierExamine TO alerteProgramme
        INSPECT alerteProgramme REPLACING FIRST '.CHK' BY SPACES
        MOVE 'REPRISE' TO alerteEtape
        PERFORM SIGNALER-EXCEPTION-GRAVE
    END-IF.

*> Une correction ou une suppression de note saisie dans MAINTETUDIANTS
*> attend l'approbation d'un second opérateur ; au-delà du délai, les
*> délibérations risquent de se tenir sur la note non corrigée.
CONTROLER-DEMANDES-EN-ATTENTE.
    OPEN INPUT fichier-attente.
    MOVE 'N' TO finFichierCourant.
    PERFORM UNTIL finFichierCourant = 'Y'
        READ fichier-attente
            AT END MOVE 'Y' TO finFichierCourant
            NOT AT END
                IF att-statut = 'E' AND att-date IS NUMERIC
                   AND att-date < dateLimiteAttente
                    ADD 1 TO nbAttenteAnciennes
                    IF dateAttenteAncienne = 0
                       OR att-date < dateAttenteAncienne
                        MOVE att-date TO dateAttenteAncienne
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE fichier-attente.
    IF nbAttenteAnciennes > 0
        MOVE nbAttenteAnciennes TO compteur-edite
        MOVE SPACES TO ligne-controle-matin
        STRING 'EXCEPTION : ' compteur-edite
            ' NOTE(S) EN ATTENTE DE VALIDATION DEPUIS PLUS DE '
            joursAttenteMax ' JOURS (DU ' dateAttenteAncienne ')'
            DELIMITED BY SIZE INTO ligne-controle-matin
        PERFORM SIGNALER-EXCEPTION-ALERTE
    END-IF.

CONTROLER-CROISSANCE-ERRLOG.
    OPEN INPUT fichier-errlog.
    MOVE 'N' TO finFichierCourant.
        PERFORM SIGNALER-EXCEPTION-ALERTE
    END-IF.

*> Chaque exception grave part aussi à l'astreinte, sous le programme
*> en cause et le contrôle qui l'a levée.
SIGNALER-EXCEPTION-GRAVE.
    ADD 1 TO nbExceptions.
    WRITE enr-controle-matin FROM ligne-controle-matin.
    MOVE 8 TO graviteControle.
    MOVE 8 TO alerteGravite.
    MOVE ligne-controle-matin(13:80) TO alerteMessage.
    PERFORM ECRITURE-ALERTE.

SIGNALER-EXCEPTION-ALERTE.
    ADD 1 TO nbExceptions.
        MOVE 4 TO graviteControle
    END-IF.

COPY "etat-mise-en-page.cpy".

COPY "alerte-emission.cpy".

COPY "errlog-write.cpy".
