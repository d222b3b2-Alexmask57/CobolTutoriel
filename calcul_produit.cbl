        FILE STATUS IS statutResultats.
    SELECT OPTIONAL fichier-resultats-trim ASSIGN TO "RESULTATS.TMP"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL fichier-accuse ASSIGN TO DYNAMIC nomFichierAccuse
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS statutAccuse.
    COPY "catalogue-select.cpy".
    COPY "audit-select.cpy".
    COPY "taux-select.cpy".
    COPY "transreg-select.cpy".
    SELECT OPTIONAL fichier-journal-calc ASSIGN TO "CALCULPRODUIT.JRN"
        ORGANIZATION IS LINE SEQUENTIAL.
    COPY "operateurs-select.cpy".
    COPY "permissions-select.cpy".
    SELECT OPTIONAL fichier-checkpoint-calc ASSIGN TO "CALCULPRODUIT.CHK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS statutCheckpointCalc.
        ORGANIZATION IS LINE SEQUENTIAL.
    COPY "verrou-select.cpy".
    COPY "errlog-select.cpy".
    COPY "etat-select.cpy".
DATA DIVISION.
FILE SECTION.
FD fichier-transactions.
    05 cont-type PIC X(1).
    05 cont-operation PIC 9(1).
    05 cont-valeur2 PIC S9(4)V99 SIGN LEADING SEPARATE.
01 enr-trans-taux.
    05 taux-type PIC X(1).
    05 taux-operation PIC 9(1).
    05 taux-valeur1 PIC S9(4)V99 SIGN LEADING SEPARATE.
    05 taux-code PIC X(5).
01 enr-entete-trans.
    05 entete-type PIC X(1).
    05 entete-date PIC 9(8).
01 enr-resultat PIC X(120).
FD fichier-resultats-trim.
01 enr-resultat-trim PIC X(120).
FD fichier-accuse.
01 enr-accuse PIC X(120).
COPY "audit-fd.cpy".
COPY "taux-fd.cpy".
COPY "transreg-fd.cpy".
FD fichier-journal-calc.
01 enr-journal-calc.
    05 jcp-date PIC 9(8).
    05 jcp-heure PIC 9(6).
    05 jcp-action PIC X(1).
    05 jcp-source PIC X(10).
    05 jcp-date-fichier PIC 9(8).
    05 jcp-nombre PIC 9(6).
    05 jcp-hash PIC 9(10).
    05 jcp-fichier PIC X(24).
    05 jcp-date-initiale PIC 9(8).
    05 jcp-operateur PIC X(8).
COPY "operateurs-fd.cpy".
COPY "permissions-fd.cpy".
COPY "catalogue-fd.cpy".
FD fichier-bande.
01 enr-bande PIC X(80).
    05 chk-ops-groupe-calc PIC 9(4).
    05 chk-num-groupe-calc PIC 9(6).
    05 chk-lignes-calc PIC 9(6).
    05 chk-depass-source-calc PIC 9(6).
    05 chk-lignes-accuse-calc PIC 9(6).
COPY "verrou-fd.cpy".
COPY "errlog-fd.cpy".
COPY "etat-fd.cpy".
WORKING-STORAGE SECTION.
       COPY "errlog-ws.cpy".
       COPY "etat-ws.cpy".
       COPY "verrou-ws.cpy".
       COPY "taux-table.cpy".
       COPY "signon-ws.cpy".
       77 nbSaisie1 PIC S9(6)V99.
       77 nbSaisie2 PIC S9(6)V99.
       77 valeurNumval PIC S9(8)V99.
       77 nbLignesResultats PIC 9(6) VALUE 0.
       77 nbLignesRecopiees PIC 9(6) VALUE 0.
       77 finFichierResultats PIC X(1).
       77 ligneTaux PIC X(1) VALUE 'N'.
       77 tauxIntrouvable PIC X(1) VALUE 'N'.
       77 codeTauxApplique PIC X(5) VALUE SPACES.
       77 dateTauxApplique PIC 9(8) VALUE 0.
       77 mentionTaux PIC X(30) VALUE SPACES.
       77 statutTransreg PIC XX.
       77 finFichierTransreg PIC X(1).
       77 transmissionConnue PIC X(1).
       77 dateTraitementConnue PIC 9(8).
       77 forcageApplique PIC X(1) VALUE 'N'.
       77 nomFichierAccuse PIC X(24).
       77 statutAccuse PIC XX.
       77 accuseOuvert PIC X(1) VALUE 'N'.
       77 ligne-accuse PIC X(120).
       77 nbLignesAccuse PIC 9(6) VALUE 0.
       77 nbDepassementsSource PIC 9(6) VALUE 0.
       77 nbLignesAccepteesSource PIC 9(6) VALUE 0.
       77 nbLignesRejeteesSource PIC 9(6) VALUE 0.
       77 operationParDefaut PIC X(1) VALUE 'N'.
       77 codeMotifAccuse PIC X(2).
       77 libelleMotifAccuse PIC X(40).
       77 statutLigneAccuse PIC X(7).
       77 indiceSourceAccusee PIC 9(2).
       77 sourceDejaAccusee PIC X(1).
       77 finFichierAccuse PIC X(1).

       01 tableSourcesAccusees.
          05 nbSourcesAccusees PIC 9(2) VALUE 0.
          05 sourceAccusee OCCURS 10.
             10 acs-source PIC X(10).

       01 tableFichiersTrans.
          05 nbFichiersTrans PIC 9(2) VALUE 0.
          05 rep-ops-groupe-calc PIC 9(4).
          05 rep-num-groupe-calc PIC 9(6).
          05 rep-lignes-calc PIC 9(6).
          05 rep-depass-source-calc PIC 9(6).
          05 rep-lignes-accuse-calc PIC 9(6).

SCREEN SECTION.
1 demande-operation.
        INTO modeExecution intervalleTexte.
    MOVE 'CALCULPRODUIT' TO errlog-programme.
    MOVE 'CALCULPRODUIT' TO nomVerrou.
    IF modeExecution = 'b'
        MOVE 'B' TO modeExecution
    END-IF.
    IF modeExecution = 'f'
        MOVE 'F' TO modeExecution
    END-IF.
    IF modeExecution = 'B' OR modeExecution = 'F'
        MOVE 'B' TO modeVerrouDemande
    ELSE
        MOVE 'I' TO modeVerrouDemande
        DISPLAY 'CALCULPRODUIT déjà en cours, démarrage refusé (voir ERRLOG.DAT).'
        MOVE 12 TO RETURN-CODE
    ELSE
        IF modeExecution = 'F'
            PERFORM AUTORISER-FORCAGE
        END-IF
        IF modeExecution = 'B' OR modeExecution = 'F'
            PERFORM LIRE-INTERVALLE-CHECKPOINT
            PERFORM TRAITEMENT-BATCH
        ELSE
    END-IF.
    STOP RUN.

*> Mode F : même traitement batch que le mode B, mais les fichiers déjà
*> inscrits au registre des transmissions sont retraités. Réservé à un
*> superviseur signé, titulaire du droit FORCAGE sur CALCULPRODUIT.
AUTORISER-FORCAGE.
    PERFORM SIGNON-OPERATEUR.
    IF operateurValide = 'Y'
        MOVE 'CALCULPRODUIT' TO programmeDemande
        MOVE 'FORCAGE' TO actionDemandee
        PERFORM CONTROLER-PERMISSION
        IF permissionAccordee = 'N'
            MOVE 'N' TO operateurValide
        END-IF
    END-IF.
    IF operateurValide = 'N'
        PERFORM LIBERER-VERROU
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE 'CALCULPRODUIT' TO errlog-programme.

LIRE-INTERVALLE-CHECKPOINT.
    IF intervalleTexte NOT = SPACES
        MOVE FUNCTION TRIM(intervalleTexte) TO intervalleJustifie
    END-PERFORM.
    PERFORM ECRITURE-TOTAL-BANDE.
    CLOSE fichier-bande.
    MOVE 'BANDECALCUL.PRT' TO etatNomFichier.
    MOVE 'CALCULPRODUIT' TO etatProgramme.
    MOVE 'BANDE DE CALCUL' TO etatTitre.
    PERFORM MISE-EN-PAGE-ETAT.

AFFICHER-RESULTAT-COURANT.
    IF resultatTropGrand = 'Y'
    MOVE nbSaisie2 TO audit-valeur2.
    MOVE res TO audit-resultat.
    MOVE resultatTropGrand TO audit-depassement.
    MOVE codeTauxApplique TO audit-code-taux.
    MOVE dateTauxApplique TO audit-date-taux.
    IF auditOuvert = 'Y'
        WRITE enr-audit
    ELSE
    STRING 'RESULTATS.G' FUNCTION CURRENT-DATE(1:8)
        DELIMITED BY SIZE INTO nomGenerationResultats
    PERFORM OUVRIR-JOURNAUX-BATCH
    PERFORM CHARGER-TAUX
    IF tauxValides = 'N'
        MOVE 'Y' TO echecFichierBatch
    END-IF
    PERFORM CHARGER-LISTE-FICHIERS
    PERFORM VERIFIER-REPRISE-BATCH
    IF echecFichierBatch = 'N'
        END-IF
    END-IF
    PERFORM FERMER-JOURNAUX-BATCH
    IF echecFichierBatch = 'N'
        MOVE nomGenerationResultats TO etatNomFichier
        MOVE 'CALCULPRODUIT' TO etatProgramme
        MOVE 'RESULTATS DU BATCH DE CALCUL' TO etatTitre
        PERFORM MISE-EN-PAGE-ETAT
    END-IF
    PERFORM ECRITURE-CATALOGUE-BATCH.

OUVRIR-JOURNAUX-BATCH.
            CONTINUE
        ELSE
            IF fichierTransValide = 'N'
                MOVE 'CT' TO codeMotifAccuse
                PERFORM REJETER-FICHIER-TRANS
                PERFORM ECRITURE-CATALOGUE-SOURCE
            ELSE
                PERFORM PREPARER-REPRISE-SOURCE
                IF echecFichierBatch = 'N'
                    PERFORM CONTROLER-REGISTRE-TRANS
                END-IF
                IF echecFichierBatch = 'N' AND fichierTransValide = 'N'
                    MOVE 'DB' TO codeMotifAccuse
                    PERFORM REJETER-FICHIER-TRANS
                    PERFORM ECRITURE-CATALOGUE-SOURCE
                ELSE
                    IF echecFichierBatch = 'N'
                        PERFORM OUVRIR-ACCUSE-SOURCE
                        PERFORM TRAITER-DETAILS-FICHIER
                    END-IF
                    IF echecFichierBatch = 'N'
                        PERFORM CLORE-GROUPE-CALCUL
                        PERFORM ECRITURE-SOUS-TOTAL-SOURCE
                        PERFORM ENREGISTRER-TRANSMISSION
                        PERFORM ECRITURE-CATALOGUE-SOURCE
                    END-IF
                    PERFORM FERMER-ACCUSE-SOURCE
                END-IF
            END-IF
        END-IF
    END-IF.

*> Un fichier déjà accepté (même source, date d'entête, nombre de
*> détails et total de contrôle) est rejeté, sauf retraitement forcé
*> en mode F. Le fichier repris sur point de contrôle n'est pas
*> contrôlé : son traitement avait commencé avant l'interruption.
CONTROLER-REGISTRE-TRANS.
    MOVE 'N' TO forcageApplique.
    IF repriseBatch = 'Y'
       AND indiceFichierCourant = indiceFichierReprise
        CONTINUE
    ELSE
        PERFORM CHERCHER-TRANSMISSION
        IF transmissionConnue = 'Y'
            IF modeExecution = 'F'
                PERFORM JOURNALISER-FORCAGE
            ELSE
                MOVE 'N' TO fichierTransValide
                MOVE SPACES TO messageErreur
                STRING 'Transmission déjà traitée le ' dateTraitementConnue
                    DELIMITED BY SIZE INTO messageErreur
            END-IF
        END-IF
    END-IF.

CHERCHER-TRANSMISSION.
    MOVE 'N' TO transmissionConnue.
    MOVE 0 TO dateTraitementConnue.
    OPEN INPUT fichier-transreg.
    IF statutTransreg = '00'
        MOVE 'N' TO finFichierTransreg
        PERFORM UNTIL finFichierTransreg = 'Y'
            READ fichier-transreg
                AT END MOVE 'Y' TO finFichierTransreg
                NOT AT END
                    IF rgt-source = sourceFichierTrans
                       AND rgt-date-fichier = dateFichierTrans
                       AND rgt-nombre = pied-nombre-attendu
                       AND rgt-hash = pied-hash-attendu
                       AND transmissionConnue = 'N'
                        MOVE 'Y' TO transmissionConnue
                        MOVE rgt-date-traitement TO dateTraitementConnue
                    END-IF
            END-READ
        END-PERFORM
    END-IF.
    CLOSE fichier-transreg.

JOURNALISER-FORCAGE.
    MOVE 'Y' TO forcageApplique.
    ADD 1 TO nbAvertissementsBatch.
    ADD 1 TO nbAvertissementsSource.
    MOVE FUNCTION CURRENT-DATE(1:8) TO jcp-date.
    MOVE FUNCTION CURRENT-DATE(9:6) TO jcp-heure.
    MOVE 'F' TO jcp-action.
    MOVE sourceFichierTrans TO jcp-source.
    MOVE dateFichierTrans TO jcp-date-fichier.
    MOVE pied-nombre-attendu TO jcp-nombre.
    MOVE pied-hash-attendu TO jcp-hash.
    MOVE nomFichierTrans TO jcp-fichier.
    MOVE dateTraitementConnue TO jcp-date-initiale.
    MOVE codeOperateur TO jcp-operateur.
    OPEN EXTEND fichier-journal-calc.
    WRITE enr-journal-calc.
    CLOSE fichier-journal-calc.
    MOVE 'CALCULPRODUIT' TO errlog-programme.
    MOVE 'CONTROLER-REGISTRE-TRANS' TO errlog-paragraphe.
    MOVE SPACES TO errlog-message.
    STRING 'Retraitement forcé de ' sourceFichierTrans
        ' du ' dateFichierTrans ', déjà traité le ' dateTraitementConnue
        DELIMITED BY SIZE INTO errlog-message.
    PERFORM ECRITURE-ERRLOG.

*> Inscription au registre une fois le fichier entièrement traité ;
*> après une reprise, le fichier peut y figurer déjà si l'interruption
*> a suivi son inscription.
ENREGISTRER-TRANSMISSION.
    MOVE 'N' TO transmissionConnue.
    IF repriseBatch = 'Y'
       AND indiceFichierCourant = indiceFichierReprise
        PERFORM CHERCHER-TRANSMISSION
    END-IF.
    IF transmissionConnue = 'N' OR forcageApplique = 'Y'
        MOVE sourceFichierTrans TO rgt-source
        MOVE dateFichierTrans TO rgt-date-fichier
        MOVE pied-nombre-attendu TO rgt-nombre
        MOVE pied-hash-attendu TO rgt-hash
        MOVE FUNCTION CURRENT-DATE(1:8) TO rgt-date-traitement
        MOVE FUNCTION CURRENT-DATE(9:6) TO rgt-heure-traitement
        MOVE nomFichierTrans TO rgt-fichier
        MOVE nomGenerationResultats TO rgt-generation
        IF forcageApplique = 'Y'
            MOVE 'O' TO rgt-forcage
        ELSE
            MOVE 'N' TO rgt-forcage
        END-IF
        MOVE codeOperateur TO rgt-operateur
        OPEN EXTEND fichier-transreg
        IF statutTransreg NOT = '00' AND statutTransreg NOT = '05'
            ADD 1 TO nbAvertissementsBatch
            ADD 1 TO nbAvertissementsSource
            MOVE 'CALCULPRODUIT' TO errlog-programme
            MOVE 'ENREGISTRER-TRANSMISSION' TO errlog-paragraphe
            MOVE 'Inscription au registre des transmissions impossible' TO errlog-message
            PERFORM ECRITURE-ERRLOG
        ELSE
            WRITE enr-transreg
        END-IF
        CLOSE fichier-transreg
    END-IF.

PREPARER-COMPTEURS-SOURCE.
    MOVE 0 TO nbEnregistrementsSource.
    MOVE 0 TO sommeResSource.
    MOVE 0 TO nbRejetsSource.
    MOVE 0 TO nbAvertissementsSource.
    MOVE 0 TO nbDepassementsSource.
    MOVE 0 TO nbLignesAccuse.
    MOVE 0 TO nbEnregistrementsDejaTraites.
    MOVE 'N' TO groupeEnCours.
    MOVE 'N' TO groupeCasse.
    MOVE 'N' TO controleContOrpheline
    MOVE 0 TO nbDetailsLus
    MOVE 0 TO hashCalcule
    MOVE SPACES TO sourceFichierTrans
    MOVE 0 TO dateFichierTrans
    OPEN INPUT fichier-transactions
    IF statutTransactions NOT = '00'
        MOVE 'Y' TO ouvertureTransRatee
                COMPUTE hashCalcule = hashCalcule
                    + FUNCTION ABS(signe-valeur2) * 100
            END-IF
        WHEN 'R'
            ADD 1 TO nbDetailsLus
            MOVE 'Y' TO controleDetailVu
            IF taux-valeur1 IS NUMERIC
                COMPUTE hashCalcule = hashCalcule
                    + FUNCTION ABS(taux-valeur1) * 100
            END-IF
        WHEN 'C'
            ADD 1 TO nbDetailsLus
            IF controleDetailVu = 'N'
        DELIMITED BY SIZE INTO ligne-resultat.
    WRITE enr-resultat FROM ligne-resultat.
    ADD 1 TO nbLignesResultats.
    PERFORM ECRITURE-ACCUSE-REJET.

TRAITER-DETAILS-FICHIER.
    OPEN INPUT fichier-transactions
        ELSE
            MOVE 0 TO rep-lignes-calc
        END-IF
        IF chk-depass-source-calc IS NUMERIC
            MOVE chk-depass-source-calc TO rep-depass-source-calc
        ELSE
            MOVE 0 TO rep-depass-source-calc
        END-IF
        IF chk-lignes-accuse-calc IS NUMERIC
            MOVE chk-lignes-accuse-calc TO rep-lignes-accuse-calc
        ELSE
            MOVE 0 TO rep-lignes-accuse-calc
        END-IF
        MOVE rep-lignes-calc TO nbLignesResultats
        MOVE rep-num-groupe-calc TO numeroGroupe
        MOVE chk-enregistrements-tot-calc TO nbEnregistrementsBatch
        MOVE rep-res-groupe-calc TO resGroupe
        MOVE rep-ops-groupe-calc TO nbOperationsGroupe
        MOVE rep-num-groupe-calc TO numeroGroupe
        MOVE rep-depass-source-calc TO nbDepassementsSource
        MOVE rep-lignes-accuse-calc TO nbLignesAccuse
    END-IF.

ECRITURE-CHECKPOINT-CALC.
    MOVE nbOperationsGroupe TO chk-ops-groupe-calc.
    MOVE numeroGroupe TO chk-num-groupe-calc.
    MOVE nbLignesResultats TO chk-lignes-calc.
    MOVE nbDepassementsSource TO chk-depass-source-calc.
    MOVE nbLignesAccuse TO chk-lignes-accuse-calc.
    OPEN OUTPUT fichier-checkpoint-calc.
    WRITE enr-checkpoint-calc.
    CLOSE fichier-checkpoint-calc.
    CLOSE fichier-checkpoint-calc.

CALCUL-LIGNE-BATCH.
    MOVE 'N' TO ligneTaux.
    MOVE 'N' TO tauxIntrouvable.
    MOVE SPACES TO codeTauxApplique.
    MOVE 0 TO dateTauxApplique.
    MOVE SPACES TO mentionTaux.
    MOVE 'N' TO operationParDefaut.
    IF entete-type = 'C'
        MOVE 'Y' TO ligneContinuation
    ELSE
        MOVE 'Y' TO groupeEnCours
        MOVE 'N' TO groupeCasse
        MOVE 0 TO resGroupe
        EVALUATE entete-type
            WHEN 'S'
                MOVE signe-valeur1 TO nbSaisie1
                MOVE signe-valeur2 TO nbSaisie2
                MOVE signe-operation TO operationBatchLue
            WHEN 'R'
                MOVE taux-valeur1 TO nbSaisie1
                MOVE taux-operation TO operationBatchLue
                PERFORM RESOUDRE-TAUX-LIGNE
            WHEN OTHER
                MOVE trans-valeur1 TO nbSaisie1
                MOVE trans-valeur2 TO nbSaisie2
                MOVE trans-operation TO operationBatchLue
        END-EVALUATE
    END-IF.
    IF operationBatchLue >= 1 AND operationBatchLue <= 4
        MOVE operationBatchLue TO operationChoisie
    ELSE
        MOVE 3 TO operationChoisie
        MOVE 'Y' TO operationParDefaut
        ADD 1 TO nbAvertissementsBatch
        ADD 1 TO nbAvertissementsSource
        MOVE 'CALCULPRODUIT' TO errlog-programme
            MOVE 'CALCUL-LIGNE-BATCH' TO errlog-paragraphe
            MOVE 'Ligne batch : enchaînement rompu, continuation non calculée' TO errlog-message
            PERFORM ECRITURE-ERRLOG
        WHEN tauxIntrouvable = 'Y'
            MOVE 'Y' TO groupeCasse
            initialize res
            MOVE 'N' TO resultatTropGrand
            ADD 1 TO nbRejetsBatch
            ADD 1 TO nbRejetsSource
            MOVE 'CALCULPRODUIT' TO errlog-programme
            MOVE 'CALCUL-LIGNE-BATCH' TO errlog-paragraphe
            MOVE SPACES TO errlog-message
            STRING 'Ligne batch : taux ' codeTauxApplique
                ' sans version en vigueur au ' dateFichierTrans
                DELIMITED BY SIZE INTO errlog-message
            PERFORM ECRITURE-ERRLOG
        WHEN operationChoisie = 4 AND nbSaisie2 = 0
            MOVE 'Y' TO diviseurNulBatch
            MOVE 'Y' TO groupeCasse
                MOVE res TO resGroupe
            ELSE
                MOVE 'Y' TO groupeCasse
                ADD 1 TO nbDepassementsSource
            END-IF
    END-EVALUATE.
    MOVE res TO res-edite.
                ' VALEUR1=' val1-edite ' VALEUR2=' val2-edite
                ' RESULTAT=CHAINE-ROMPUE'
                DELIMITED BY SIZE INTO ligne-resultat
        WHEN tauxIntrouvable = 'Y'
            STRING 'OPERATION=' operationBatchLue
                ' VALEUR1=' val1-edite
                ' RESULTAT=TAUX-INCONNU' mentionTaux
                DELIMITED BY SIZE INTO ligne-resultat
        WHEN diviseurNulBatch = 'Y'
            STRING 'OPERATION=' operationBatchLue
                ' VALEUR1=' val1-edite ' VALEUR2=' val2-edite
                ' RESULTAT=DIVISION-PAR-ZERO' mentionTaux
                DELIMITED BY SIZE INTO ligne-resultat
        WHEN ligneContinuation = 'Y'
            STRING 'OPERATION=' operationBatchLue
            STRING 'OPERATION=' operationBatchLue
                ' VALEUR1=' val1-edite ' VALEUR2=' val2-edite
                ' RESULTAT=' res-edite
                ' DEPASSEMENT=' resultatTropGrand mentionTaux
                DELIMITED BY SIZE INTO ligne-resultat
    END-EVALUATE.
    WRITE enr-resultat FROM ligne-resultat.
    ADD 1 TO nbLignesResultats.
    PERFORM ECRITURE-ACCUSE-DETAIL.
    ADD 1 TO compteurDepuisCheckpoint.
    IF compteurDepuisCheckpoint >= intervalleCheckpoint
        PERFORM ECRITURE-CHECKPOINT-CALC
        MOVE 0 TO compteurDepuisCheckpoint
    END-IF.

*> Détail 'R' : la seconde valeur est le taux de référence en vigueur
*> à la date d'entête du fichier ; la version retenue (date d'effet)
*> est reportée sur la ligne de résultat et dans CALCULPRODUIT.LOG.
RESOUDRE-TAUX-LIGNE.
    MOVE 'Y' TO ligneTaux.
    MOVE taux-code TO codeTauxApplique.
    MOVE taux-code TO codeTauxCherche.
    MOVE dateFichierTrans TO dateTauxCherchee.
    PERFORM CHERCHER-TAUX-EN-VIGUEUR.
    MOVE SPACES TO mentionTaux.
    IF indiceTauxTrouve = 0
        MOVE 'Y' TO tauxIntrouvable
        MOVE 0 TO nbSaisie2
        STRING ' TAUX=' codeTauxApplique ' VERSION=AUCUNE'
            DELIMITED BY SIZE INTO mentionTaux
    ELSE
        MOVE valeurTauxTrouvee TO nbSaisie2
        MOVE dateEffetTauxTrouvee TO dateTauxApplique
        STRING ' TAUX=' codeTauxApplique ' VERSION=' dateTauxApplique
            DELIMITED BY SIZE INTO mentionTaux
    END-IF.

*> Accusé de réception par agence : ACCUSE.<source d'entête>, un par
*> source du passage (deux fichiers d'une même source se suivent dans
*> le même accusé). Codes motif : CT contrôle entête/pied, DB fichier
*> déjà traité, DZ division par zéro, DP dépassement, OD opération
*> invalide remplacée, CR enchaînement rompu, TX taux sans version.
PREPARER-NOM-ACCUSE.
    MOVE SPACES TO nomFichierAccuse.
    STRING 'ACCUSE.' sourceFichierTrans
        DELIMITED BY SPACE INTO nomFichierAccuse.
    MOVE 'N' TO sourceDejaAccusee.
    PERFORM VARYING indiceSourceAccusee FROM 1 BY 1
            UNTIL indiceSourceAccusee > nbSourcesAccusees
        IF acs-source(indiceSourceAccusee) = sourceFichierTrans
            MOVE 'Y' TO sourceDejaAccusee
        END-IF
    END-PERFORM.
    IF sourceDejaAccusee = 'N' AND nbSourcesAccusees < 10
        ADD 1 TO nbSourcesAccusees
        MOVE sourceFichierTrans TO acs-source(nbSourcesAccusees)
    END-IF.

OUVRIR-ACCUSE-SOURCE.
    MOVE 'N' TO accuseOuvert.
    IF sourceFichierTrans NOT = SPACES
        PERFORM OUVRIR-FICHIER-ACCUSE
    END-IF.

OUVRIR-FICHIER-ACCUSE.
    PERFORM PREPARER-NOM-ACCUSE.
    IF repriseBatch = 'Y'
       AND indiceFichierCourant = indiceFichierReprise
        PERFORM REBORNER-ACCUSE-REPRISE
        OPEN EXTEND fichier-accuse
    ELSE
        IF sourceDejaAccusee = 'Y'
            PERFORM COMPTER-LIGNES-ACCUSE
            OPEN EXTEND fichier-accuse
        ELSE
            OPEN OUTPUT fichier-accuse
        END-IF
    END-IF.
    IF statutAccuse NOT = '00' AND statutAccuse NOT = '05'
        PERFORM SIGNALER-ECHEC-ACCUSE
    ELSE
        MOVE 'Y' TO accuseOuvert
        IF repriseBatch = 'Y'
           AND indiceFichierCourant = indiceFichierReprise
            CONTINUE
        ELSE
            PERFORM ECRITURE-ENTETE-ACCUSE
            MOVE SPACES TO ligne-accuse
            IF forcageApplique = 'Y'
                STRING 'STATUT FICHIER=ACCEPTE (RETRAITEMENT FORCE)'
                    DELIMITED BY SIZE INTO ligne-accuse
            ELSE
                STRING 'STATUT FICHIER=ACCEPTE'
                    DELIMITED BY SIZE INTO ligne-accuse
            END-IF
            PERFORM ECRITURE-LIGNE-ACCUSE
        END-IF
    END-IF.

ECRITURE-ENTETE-ACCUSE.
    MOVE SPACES TO ligne-accuse.
    STRING 'ACCUSE DE RECEPTION SOURCE=' sourceFichierTrans
        ' DATE FICHIER=' dateFichierTrans
        ' FICHIER=' nomFichierTrans
        DELIMITED BY SIZE INTO ligne-accuse.
    PERFORM ECRITURE-LIGNE-ACCUSE.
    MOVE SPACES TO ligne-accuse.
    STRING 'TRAITE LE ' FUNCTION CURRENT-DATE(1:8)
        ' A ' FUNCTION CURRENT-DATE(9:6)
        ' GENERATION=' nomGenerationResultats
        DELIMITED BY SIZE INTO ligne-accuse.
    PERFORM ECRITURE-LIGNE-ACCUSE.

*> Fichier rejeté en bloc : l'accusé ne porte que le motif. Sans
*> entête, l'agence émettrice est inconnue et aucun accusé n'est écrit.
ECRITURE-ACCUSE-REJET.
    IF sourceFichierTrans = SPACES
        CONTINUE
    ELSE
        PERFORM PREPARER-NOM-ACCUSE
        IF sourceDejaAccusee = 'Y'
            OPEN EXTEND fichier-accuse
        ELSE
            OPEN OUTPUT fichier-accuse
        END-IF
        IF statutAccuse NOT = '00' AND statutAccuse NOT = '05'
            PERFORM SIGNALER-ECHEC-ACCUSE
        ELSE
            MOVE 'Y' TO accuseOuvert
            PERFORM ECRITURE-ENTETE-ACCUSE
            MOVE SPACES TO ligne-accuse
            STRING 'STATUT FICHIER=REJETE CODE=' codeMotifAccuse
                ' MOTIF=' messageErreur
                DELIMITED BY SIZE INTO ligne-accuse
            PERFORM ECRITURE-LIGNE-ACCUSE
            MOVE SPACES TO ligne-accuse
            STRING 'AUCUNE LIGNE ACCEPTEE, FICHIER COMPLET A RETRANSMETTRE'
                DELIMITED BY SIZE INTO ligne-accuse
            PERFORM ECRITURE-LIGNE-ACCUSE
            MOVE SPACES TO ligne-accuse
            STRING 'FIN ACCUSE' DELIMITED BY SIZE INTO ligne-accuse
            PERFORM ECRITURE-LIGNE-ACCUSE
            CLOSE fichier-accuse
            MOVE 'N' TO accuseOuvert
        END-IF
    END-IF.

*> Accusé déjà commencé par un fichier précédent de la même source :
*> le compteur de lignes reste celui du fichier entier pour la reprise.
COMPTER-LIGNES-ACCUSE.
    MOVE 0 TO nbLignesAccuse.
    OPEN INPUT fichier-accuse.
    IF statutAccuse = '00'
        MOVE 'N' TO finFichierAccuse
        PERFORM UNTIL finFichierAccuse = 'Y'
            READ fichier-accuse
                AT END MOVE 'Y' TO finFichierAccuse
                NOT AT END ADD 1 TO nbLignesAccuse
            END-READ
        END-PERFORM
    END-IF.
    CLOSE fichier-accuse.

SIGNALER-ECHEC-ACCUSE.
    MOVE 'N' TO accuseOuvert.
    ADD 1 TO nbAvertissementsBatch.
    ADD 1 TO nbAvertissementsSource.
    MOVE 'CALCULPRODUIT' TO errlog-programme.
    MOVE 'OUVRIR-ACCUSE-SOURCE' TO errlog-paragraphe.
    MOVE SPACES TO errlog-message.
    STRING 'Ouverture de l''accusé de réception impossible : '
        nomFichierAccuse
        DELIMITED BY SIZE INTO errlog-message.
    PERFORM ECRITURE-ERRLOG.

ECRITURE-LIGNE-ACCUSE.
    IF accuseOuvert = 'Y'
        WRITE enr-accuse FROM ligne-accuse
        ADD 1 TO nbLignesAccuse
    END-IF.

*> Une ligne d'accusé par anomalie de la ligne de détail : une même
*> ligne peut être avertie (opération remplacée) puis rejetée.
ECRITURE-ACCUSE-DETAIL.
    IF operationParDefaut = 'Y'
        MOVE 'AVERTIE' TO statutLigneAccuse
        MOVE 'OD' TO codeMotifAccuse
        MOVE 'OPERATION INVALIDE, MULTIPLICATION' TO libelleMotifAccuse
        PERFORM ECRITURE-LIGNE-DETAIL-ACCUSE
    END-IF.
    MOVE SPACES TO codeMotifAccuse.
    EVALUATE TRUE
        WHEN chaineRompue = 'Y'
            MOVE 'CR' TO codeMotifAccuse
            MOVE 'ENCHAINEMENT ROMPU' TO libelleMotifAccuse
        WHEN tauxIntrouvable = 'Y'
            MOVE 'TX' TO codeMotifAccuse
            MOVE 'TAUX SANS VERSION EN VIGUEUR' TO libelleMotifAccuse
        WHEN diviseurNulBatch = 'Y'
            MOVE 'DZ' TO codeMotifAccuse
            MOVE 'DIVISION PAR ZERO' TO libelleMotifAccuse
        WHEN resultatTropGrand = 'Y'
            MOVE 'DP' TO codeMotifAccuse
            MOVE 'DEPASSEMENT DE CAPACITE' TO libelleMotifAccuse
    END-EVALUATE.
    IF codeMotifAccuse NOT = SPACES
        MOVE 'REJETEE' TO statutLigneAccuse
        PERFORM ECRITURE-LIGNE-DETAIL-ACCUSE
    END-IF.

ECRITURE-LIGNE-DETAIL-ACCUSE.
    MOVE SPACES TO ligne-accuse.
    STRING 'DETAIL=' nbEnregistrementsSource
        ' ' statutLigneAccuse
        ' CODE=' codeMotifAccuse
        ' OPERATION=' operationBatchLue
        ' VALEUR1=' val1-edite
        ' VALEUR2=' val2-edite
        ' MOTIF=' libelleMotifAccuse
        DELIMITED BY SIZE INTO ligne-accuse.
    PERFORM ECRITURE-LIGNE-ACCUSE.

*> Totaux acceptés : lignes calculées et retenues dans la somme
*> (les rejets et dépassements en sont exclus).
FERMER-ACCUSE-SOURCE.
    IF accuseOuvert = 'Y'
        IF echecFichierBatch = 'Y'
            MOVE SPACES TO ligne-accuse
            STRING 'TRAITEMENT INTERROMPU, ACCUSE COMPLETE A LA REPRISE'
                DELIMITED BY SIZE INTO ligne-accuse
            PERFORM ECRITURE-LIGNE-ACCUSE
        ELSE
            COMPUTE nbLignesRejeteesSource =
                nbRejetsSource + nbDepassementsSource
            IF nbLignesRejeteesSource > nbEnregistrementsSource
                MOVE 0 TO nbLignesAccepteesSource
            ELSE
                COMPUTE nbLignesAccepteesSource =
                    nbEnregistrementsSource - nbLignesRejeteesSource
            END-IF
            MOVE sommeResSource TO sous-somme-edite
            MOVE SPACES TO ligne-accuse
            STRING 'TOTAUX LIGNES RECUES=' nbEnregistrementsSource
                ' ACCEPTEES=' nbLignesAccepteesSource
                ' REJETEES=' nbLignesRejeteesSource
                ' SOMME ACCEPTEE=' sous-somme-edite
                DELIMITED BY SIZE INTO ligne-accuse
            PERFORM ECRITURE-LIGNE-ACCUSE
            MOVE SPACES TO ligne-accuse
            STRING 'FIN ACCUSE' DELIMITED BY SIZE INTO ligne-accuse
            PERFORM ECRITURE-LIGNE-ACCUSE
        END-IF
        CLOSE fichier-accuse
        MOVE 'N' TO accuseOuvert
    END-IF.

*> Reprise : l'accusé de la source reprise est ramené au nombre de
*> lignes du point de contrôle, comme la génération des résultats.
REBORNER-ACCUSE-REPRISE.
    MOVE 0 TO nbLignesRecopiees.
    OPEN INPUT fichier-accuse.
    IF statutAccuse NOT = '00'
        CLOSE fichier-accuse
        MOVE 0 TO nbLignesAccuse
    ELSE
        OPEN OUTPUT fichier-resultats-trim
        MOVE 'N' TO finFichierAccuse
        PERFORM UNTIL finFichierAccuse = 'Y'
                      OR nbLignesRecopiees >= nbLignesAccuse
            READ fichier-accuse
                AT END MOVE 'Y' TO finFichierAccuse
                NOT AT END
                    WRITE enr-resultat-trim FROM enr-accuse
                    ADD 1 TO nbLignesRecopiees
            END-READ
        END-PERFORM
        CLOSE fichier-accuse
        CLOSE fichier-resultats-trim
        MOVE nbLignesRecopiees TO nbLignesAccuse
        OPEN INPUT fichier-resultats-trim
        OPEN OUTPUT fichier-accuse
        MOVE 'N' TO finFichierAccuse
        PERFORM UNTIL finFichierAccuse = 'Y'
            READ fichier-resultats-trim
                AT END MOVE 'Y' TO finFichierAccuse
                NOT AT END WRITE enr-accuse FROM enr-resultat-trim
            END-READ
        END-PERFORM
        CLOSE fichier-resultats-trim
        CLOSE fichier-accuse
    END-IF.

CLORE-GROUPE-CALCUL.
    IF groupeEnCours = 'Y' AND nbOperationsGroupe > 1
        MOVE resGroupe TO res-groupe-edite

COPY "catalogue-write.cpy".

COPY "taux-charge.cpy".

COPY "signon.cpy".

COPY "permission-controle.cpy".

COPY "verrou-prise.cpy".

COPY "etat-mise-en-page.cpy".

COPY "errlog-write.cpy".
