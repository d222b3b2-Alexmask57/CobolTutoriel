IDENTIFICATION DIVISION.
PROGRAM-ID. DETECTSUSPECTS.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT fichier-suspects ASSIGN TO "SUSPECTSJEU.PRT"
        ORGANIZATION IS LINE SEQUENTIAL.
    COPY "joueurs-select.cpy".
    COPY "joujrn-select.cpy".
    COPY "gamelog-select.cpy".
    COPY "transcript-select.cpy".
    COPY "catalogue-select.cpy".
    COPY "operateurs-select.cpy".
    COPY "permissions-select.cpy".
    COPY "verrou-select.cpy".
    COPY "errlog-select.cpy".
    COPY "etat-select.cpy".
DATA DIVISION.
FILE SECTION.
FD fichier-suspects.
01 enr-suspects PIC X(132).
COPY "joueurs-fd.cpy".
COPY "joujrn-fd.cpy".
COPY "gamelog-fd.cpy".
COPY "transcript-fd.cpy".
COPY "catalogue-fd.cpy".
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
       77 statutJoueurs PIC XX.
       77 ligneCommande PIC X(20).
       77 modeExecution PIC X(1).
       77 dateJour PIC 9(8).
       77 finFichierMaitre PIC X(1).
       77 finFichierLog PIC X(1).
       77 finFichierTranscript PIC X(1).
       77 nomAnalyse PIC X(20).
       77 dateAnalysee PIC 9(8).
       77 heureAnalysee PIC 9(6).
       77 graineAnalysee PIC 9(8).
       77 sourceAnalysee PIC X(1).
       77 plageAnalysee PIC 9(3).
       77 partieRetenue PIC X(1).
       77 indiceJoueur PIC 9(3).
       77 indiceTrouve PIC 9(3).
       77 indiceSession PIC 9(4).
       77 prochaineSession PIC 9(4) VALUE 1.
       77 probaRapide PIC 9V9(6).
       77 seuilRapides PIC 9(6)V9(4).
       77 nbJoueursMaitre PIC 9(6) VALUE 0.
       77 nbDejaSuspendus PIC 9(6) VALUE 0.
       77 nbJoueursIgnores PIC 9(6) VALUE 0.
       77 nbPartiesAnalysees PIC 9(6) VALUE 0.
       77 nbJoueursSignales PIC 9(6) VALUE 0.
       77 nbSuspensionsPosees PIC 9(6) VALUE 0.
       77 nbSuspensionsEchec PIC 9(6) VALUE 0.
       77 codeRetourDetection PIC 9(2) VALUE 0.
       77 imageAvantSuspension PIC X(151).
       77 motifSuspension PIC X(30).
       77 suiteSuspension PIC X(16).
       77 compteur-edite PIC ZZZZZ9.
       77 parties-edite PIC ZZZZZ9.
       77 rapides-edite PIC ZZZZZZ9.
       77 attendu-edite PIC ZZZZ9.99.
       77 graines-edite PIC ZZZ9.
       77 rafales-edite PIC ZZZ9.
       77 ligne-suspects PIC X(132).

*> Un poste par joueur rencontré, au maître ou dans les journaux de
*> jeu. sus-esperance et sus-variance cumulent, partie par partie,
*> la probabilité de trouver en une ou deux tentatives par dichotomie
*> (3 / plage) : au-delà de trois écarts-types, le nombre de parties
*> trouvées aussi vite n'est plus plausible.
       01 tableSuspects.
          05 nbJoueursSuspects PIC 9(3) VALUE 0.
          05 joueurSuspect OCCURS 500.
             10 sus-nom PIC X(20).
             10 sus-au-maitre PIC X(1).
             10 sus-statut PIC X(1).
             10 sus-date-statut PIC 9(8).
             10 sus-parties PIC 9(6).
             10 sus-rapides PIC 9(6).
             10 sus-esperance PIC 9(6)V9(4).
             10 sus-variance PIC 9(6)V9(4).
             10 sus-graines PIC 9(4).
             10 sus-rafales PIC 9(4).

*> Parties récentes retenues pour les rapprochements : même joueur et
*> même graine (tirage rejoué), même joueur à la même seconde (parties
*> enchaînées par un automate). La table tourne sur elle-même.
       01 tableSessions.
          05 nbSessions PIC 9(4) VALUE 0.
          05 sessionVue OCCURS 2000.
             10 ses-joueur PIC X(20).
             10 ses-source PIC X(1).
             10 ses-graine PIC 9(8).
             10 ses-date PIC 9(8).
             10 ses-heure PIC 9(6).

PROCEDURE DIVISION.

TRAITEMENT-PRINCIPAL.
    MOVE 'DETECTSUSPECTS' TO errlog-programme.
    MOVE 'DETECTSUSPECTS' TO nomVerrou.
    ACCEPT ligneCommande FROM COMMAND-LINE.
    IF ligneCommande(1:1) = 'B' OR ligneCommande(1:1) = 'b'
        MOVE 'B' TO modeExecution
    ELSE
        MOVE 'I' TO modeExecution
    END-IF.
    MOVE modeExecution TO modeVerrouDemande.
    PERFORM PRENDRE-VERROU.
    IF verrouObtenu = 'N'
        DISPLAY 'DETECTSUSPECTS déjà en cours, démarrage refusé (voir ERRLOG.DAT).'
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
*> Lancée par un opérateur, l'analyse exige une signature et le droit
*> ACCES sur DETECTSUSPECTS ; le mode B est réservé à la chaîne de nuit.
    IF modeExecution = 'I'
        PERFORM SIGNON-OPERATEUR
        IF operateurValide = 'Y'
            MOVE 'DETECTSUSPECTS' TO programmeDemande
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
        MOVE 'DETECTSUSPECTS' TO errlog-programme
    END-IF.
    MOVE FUNCTION CURRENT-DATE(1:8) TO dateJour.
    OPEN INPUT fichier-maitre-joueurs.
    IF statutJoueurs NOT = '00' AND statutJoueurs NOT = '05'
        MOVE 'TRAITEMENT-PRINCIPAL' TO errlog-paragraphe
        MOVE 'Ouverture du fichier maître joueurs impossible' TO errlog-message
        PERFORM ECRITURE-ERRLOG
        PERFORM LIBERER-VERROU
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE 'N' TO finFichierMaitre.
    PERFORM UNTIL finFichierMaitre = 'Y'
        READ fichier-maitre-joueurs NEXT
            AT END MOVE 'Y' TO finFichierMaitre
            NOT AT END PERFORM RANGER-JOUEUR-MAITRE
        END-READ
    END-PERFORM.
    CLOSE fichier-maitre-joueurs.

    PERFORM ANALYSER-GAMELOG.
    PERFORM ANALYSER-TRANSCRIPT.

    OPEN OUTPUT fichier-suspects.
    MOVE SPACES TO ligne-suspects.
    STRING 'DETECTION DES JEUX SUSPECTS DU ' dateJour
        DELIMITED BY SIZE INTO ligne-suspects.
    WRITE enr-suspects FROM ligne-suspects.
    MOVE SPACES TO ligne-suspects.
    WRITE enr-suspects FROM ligne-suspects.
    MOVE 'JOUEUR              PARTIES RAPIDES  ATTENDU GRAINES RAFALES'
        TO ligne-suspects.
    MOVE '  SUITE DONNEE     MOTIF' TO ligne-suspects(61:).
    WRITE enr-suspects FROM ligne-suspects.
    PERFORM VARYING indiceJoueur FROM 1 BY 1
            UNTIL indiceJoueur > nbJoueursSuspects
        PERFORM EVALUER-JOUEUR-SUSPECT
    END-PERFORM.
    PERFORM ECRITURE-SYNTHESE-SUSPECTS.
    CLOSE fichier-suspects.
    MOVE 'SUSPECTSJEU.PRT' TO etatNomFichier.
    MOVE 'DETECTSUSPECTS' TO etatProgramme.
    MOVE 'DETECTION DES JEUX SUSPECTS' TO etatTitre.
    PERFORM MISE-EN-PAGE-ETAT.
    PERFORM ECRITURE-CATALOGUE-SUSPECTS.
    PERFORM LIBERER-VERROU.
    MOVE codeRetourDetection TO RETURN-CODE.
    STOP RUN.

*> Les joueurs déjà suspendus restent en l'état : leur jeu n'est plus
*> analysé tant qu'un superviseur n'a pas levé la suspension.
RANGER-JOUEUR-MAITRE.
    ADD 1 TO nbJoueursMaitre.
    IF maitre-statut = 'S'
        ADD 1 TO nbDejaSuspendus
    END-IF.
    MOVE maitre-nom TO nomAnalyse.
    PERFORM CHERCHER-JOUEUR-SUSPECT.
    IF indiceTrouve > 0
        MOVE 'Y' TO sus-au-maitre(indiceTrouve)
        MOVE maitre-statut TO sus-statut(indiceTrouve)
        IF maitre-date-statut IS NUMERIC
            MOVE maitre-date-statut TO sus-date-statut(indiceTrouve)
        END-IF
    END-IF.

*> Recherche du joueur dans la table, création du poste s'il est
*> nouveau ; indiceTrouve reste à zéro quand la table est pleine.
CHERCHER-JOUEUR-SUSPECT.
    MOVE 0 TO indiceTrouve.
    PERFORM VARYING indiceJoueur FROM 1 BY 1
            UNTIL indiceJoueur > nbJoueursSuspects OR indiceTrouve > 0
        IF sus-nom(indiceJoueur) = nomAnalyse
            MOVE indiceJoueur TO indiceTrouve
        END-IF
    END-PERFORM.
    IF indiceTrouve = 0
        IF nbJoueursSuspects < 500
            ADD 1 TO nbJoueursSuspects
            MOVE nbJoueursSuspects TO indiceTrouve
            MOVE nomAnalyse TO sus-nom(indiceTrouve)
            MOVE 'N' TO sus-au-maitre(indiceTrouve)
            MOVE SPACE TO sus-statut(indiceTrouve)
            MOVE 0 TO sus-date-statut(indiceTrouve)
            MOVE 0 TO sus-parties(indiceTrouve)
            MOVE 0 TO sus-rapides(indiceTrouve)
            MOVE 0 TO sus-esperance(indiceTrouve)
            MOVE 0 TO sus-variance(indiceTrouve)
            MOVE 0 TO sus-graines(indiceTrouve)
            MOVE 0 TO sus-rafales(indiceTrouve)
        ELSE
            ADD 1 TO nbJoueursIgnores
        END-IF
    END-IF.

*> Seules les sessions interactives (numéro de ligne non nul) d'un
*> joueur nommé sont analysées : le score par lot et les tournois
*> ne reflètent pas le jeu d'une personne.
ANALYSER-GAMELOG.
    OPEN INPUT fichier-log.
    MOVE 'N' TO finFichierLog.
    PERFORM UNTIL finFichierLog = 'Y'
        READ fichier-log
            AT END MOVE 'Y' TO finFichierLog
            NOT AT END PERFORM ANALYSER-SESSION-JEU
        END-READ
    END-PERFORM.
    CLOSE fichier-log.

ANALYSER-SESSION-JEU.
    IF log-numLigne IS NUMERIC AND log-numLigne > 0
       AND log-date IS NUMERIC AND log-heure IS NUMERIC
       AND log-seed IS NUMERIC AND log-tentatives IS NUMERIC
       AND log-joueur NOT = SPACES AND log-joueur NOT = 'ANONYME'
        MOVE log-joueur TO nomAnalyse
        MOVE log-date TO dateAnalysee
        MOVE log-heure TO heureAnalysee
        MOVE log-seed TO graineAnalysee
        MOVE 'G' TO sourceAnalysee
        IF log-plage IS NUMERIC AND log-plage > 0
            MOVE log-plage TO plageAnalysee
        ELSE
            MOVE 100 TO plageAnalysee
        END-IF
        PERFORM RETENIR-PARTIE
        IF partieRetenue = 'Y'
           AND log-tentatives > 0 AND log-tentatives <= 2
            ADD 1 TO sus-rapides(indiceTrouve)
        END-IF
    END-IF.

*> PlusOuMoins journalise chaque proposition : une partie commence à
*> la tentative 1 et compte comme rapide si TROUVE arrive à la
*> tentative 1 ou 2.
ANALYSER-TRANSCRIPT.
    OPEN INPUT fichier-transcript.
    MOVE 'N' TO finFichierTranscript.
    PERFORM UNTIL finFichierTranscript = 'Y'
        READ fichier-transcript
            AT END MOVE 'Y' TO finFichierTranscript
            NOT AT END PERFORM ANALYSER-PROPOSITION
        END-READ
    END-PERFORM.
    CLOSE fichier-transcript.

ANALYSER-PROPOSITION.
    IF trans-tentative IS NUMERIC AND trans-date IS NUMERIC
       AND trans-heure IS NUMERIC AND trans-joueur NOT = SPACES
        MOVE trans-joueur TO nomAnalyse
        MOVE trans-date TO dateAnalysee
        MOVE trans-heure TO heureAnalysee
        MOVE 0 TO graineAnalysee
        MOVE 'T' TO sourceAnalysee
        IF trans-tentative = 1
            IF trans-borne IS NUMERIC AND trans-borne > 0
                MOVE trans-borne TO plageAnalysee
            ELSE
                MOVE 100 TO plageAnalysee
            END-IF
            PERFORM RETENIR-PARTIE
        ELSE
            PERFORM CONTROLER-JOUEUR-ANALYSE
        END-IF
        IF partieRetenue = 'Y' AND trans-resultat = 'TROUVE'
           AND trans-tentative <= 2
            ADD 1 TO sus-rapides(indiceTrouve)
        END-IF
    END-IF.

*> Une partie n'est retenue que pour un joueur non suspendu, et pour
*> un joueur dont la suspension a été levée, qu'après la date de levée.
CONTROLER-JOUEUR-ANALYSE.
    MOVE 'N' TO partieRetenue.
    PERFORM CHERCHER-JOUEUR-SUSPECT.
    IF indiceTrouve > 0
        EVALUATE TRUE
            WHEN sus-statut(indiceTrouve) = 'S'
                CONTINUE
            WHEN sus-statut(indiceTrouve) = 'L'
                 AND dateAnalysee <= sus-date-statut(indiceTrouve)
                CONTINUE
            WHEN OTHER
                MOVE 'Y' TO partieRetenue
        END-EVALUATE
    END-IF.

RETENIR-PARTIE.
    PERFORM CONTROLER-JOUEUR-ANALYSE.
    IF partieRetenue = 'Y'
        ADD 1 TO nbPartiesAnalysees
        ADD 1 TO sus-parties(indiceTrouve)
        COMPUTE probaRapide ROUNDED = 3 / plageAnalysee
        IF probaRapide > 1
            MOVE 1 TO probaRapide
        END-IF
        ADD probaRapide TO sus-esperance(indiceTrouve)
        COMPUTE sus-variance(indiceTrouve) ROUNDED =
            sus-variance(indiceTrouve) + probaRapide * (1 - probaRapide)
        PERFORM RAPPROCHER-SESSIONS
        PERFORM MEMORISER-SESSION
    END-IF.

RAPPROCHER-SESSIONS.
    PERFORM VARYING indiceSession FROM 1 BY 1
            UNTIL indiceSession > nbSessions
        IF ses-joueur(indiceSession) = nomAnalyse
            IF sourceAnalysee = 'G' AND ses-source(indiceSession) = 'G'
               AND ses-graine(indiceSession) = graineAnalysee
                ADD 1 TO sus-graines(indiceTrouve)
            END-IF
            IF ses-source(indiceSession) = sourceAnalysee
               AND ses-date(indiceSession) = dateAnalysee
               AND ses-heure(indiceSession) = heureAnalysee
                ADD 1 TO sus-rafales(indiceTrouve)
            END-IF
        END-IF
    END-PERFORM.

MEMORISER-SESSION.
    MOVE nomAnalyse TO ses-joueur(prochaineSession).
    MOVE sourceAnalysee TO ses-source(prochaineSession).
    MOVE graineAnalysee TO ses-graine(prochaineSession).
    MOVE dateAnalysee TO ses-date(prochaineSession).
    MOVE heureAnalysee TO ses-heure(prochaineSession).
    IF nbSessions < 2000
        ADD 1 TO nbSessions
    END-IF.
    IF prochaineSession = 2000
        MOVE 1 TO prochaineSession
    ELSE
        ADD 1 TO prochaineSession
    END-IF.

*> Un joueur est signalé pour des résultats invraisemblables (au moins
*> trois parties rapides, au-delà de l'espérance plus trois écarts-
*> types), une graine rejouée ou deux parties à la même seconde.
EVALUER-JOUEUR-SUSPECT.
    MOVE SPACES TO motifSuspension.
    COMPUTE seuilRapides ROUNDED = sus-esperance(indiceJoueur)
        + 3 * FUNCTION SQRT(sus-variance(indiceJoueur)).
    EVALUATE TRUE
        WHEN sus-rapides(indiceJoueur) >= 3
             AND sus-rapides(indiceJoueur) > seuilRapides
            MOVE 'RESULTATS INVRAISEMBLABLES' TO motifSuspension
        WHEN sus-graines(indiceJoueur) > 0
            MOVE 'GRAINE REPETEE' TO motifSuspension
        WHEN sus-rafales(indiceJoueur) > 0
            MOVE 'PARTIES A LA MEME SECONDE' TO motifSuspension
    END-EVALUATE.
    IF motifSuspension NOT = SPACES
        ADD 1 TO nbJoueursSignales
        IF sus-au-maitre(indiceJoueur) = 'Y'
            PERFORM POSER-SUSPENSION
        ELSE
            MOVE 'HORS MAITRE' TO suiteSuspension
        END-IF
        MOVE sus-parties(indiceJoueur) TO parties-edite
        MOVE sus-rapides(indiceJoueur) TO rapides-edite
        MOVE sus-esperance(indiceJoueur) TO attendu-edite
        MOVE sus-graines(indiceJoueur) TO graines-edite
        MOVE sus-rafales(indiceJoueur) TO rafales-edite
        MOVE SPACES TO ligne-suspects
        STRING sus-nom(indiceJoueur) ' ' parties-edite ' '
            rapides-edite ' ' attendu-edite '    ' graines-edite
            '    ' rafales-edite '  ' suiteSuspension ' ' motifSuspension
            DELIMITED BY SIZE INTO ligne-suspects
        WRITE enr-suspects FROM ligne-suspects
        DISPLAY ligne-suspects
    END-IF.

*> La suspension est posée au maître et journalisée dans
*> JOUEURSMAINT.JRN ; seul un superviseur la lève (MAINTJOUEURS).
POSER-SUSPENSION.
    MOVE 'NON SUSPENDU' TO suiteSuspension.
    OPEN I-O fichier-maitre-joueurs.
    IF statutJoueurs NOT = '00'
        MOVE 'POSER-SUSPENSION' TO errlog-paragraphe
        MOVE 'Ouverture du fichier maître joueurs impossible' TO errlog-message
        PERFORM ECRITURE-ERRLOG
        ADD 1 TO nbSuspensionsEchec
    ELSE
        MOVE sus-nom(indiceJoueur) TO maitre-nom
        READ fichier-maitre-joueurs
            INVALID KEY CONTINUE
        END-READ
        IF statutJoueurs NOT = '00'
            MOVE 'POSER-SUSPENSION' TO errlog-paragraphe
            MOVE 'Joueur signalé absent du fichier maître' TO errlog-message
            PERFORM ECRITURE-ERRLOG
            ADD 1 TO nbSuspensionsEchec
        ELSE
            MOVE enr-maitre-joueur TO imageAvantSuspension
            MOVE 'S' TO maitre-statut
            MOVE dateJour TO maitre-date-statut
            MOVE motifSuspension TO maitre-motif-statut
            REWRITE enr-maitre-joueur
                INVALID KEY
                    MOVE 'POSER-SUSPENSION' TO errlog-paragraphe
                    MOVE 'Réécriture du joueur impossible' TO errlog-message
                    PERFORM ECRITURE-ERRLOG
                    ADD 1 TO nbSuspensionsEchec
                NOT INVALID KEY
                    ADD 1 TO nbSuspensionsPosees
                    MOVE 'SUSPENDU' TO suiteSuspension
                    PERFORM ECRITURE-JOURNAL-SUSPENSION
            END-REWRITE
        END-IF
    END-IF.
    CLOSE fichier-maitre-joueurs.

ECRITURE-JOURNAL-SUSPENSION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO jmj-date.
    MOVE FUNCTION CURRENT-DATE(9:6) TO jmj-heure.
    MOVE 'H' TO jmj-action.
    MOVE imageAvantSuspension TO jmj-avant.
    MOVE enr-maitre-joueur TO jmj-apres.
    MOVE codeOperateur TO jmj-operateur.
    OPEN EXTEND fichier-journal-joueurs.
    WRITE enr-journal-joueurs.
    CLOSE fichier-journal-joueurs.

ECRITURE-SYNTHESE-SUSPECTS.
    EVALUATE TRUE
        WHEN nbSuspensionsEchec > 0
            MOVE 8 TO codeRetourDetection
        WHEN nbJoueursSignales > 0
            MOVE 4 TO codeRetourDetection
        WHEN OTHER
            MOVE 0 TO codeRetourDetection
    END-EVALUATE.
    MOVE SPACES TO ligne-suspects.
    WRITE enr-suspects FROM ligne-suspects.
    MOVE nbJoueursMaitre TO compteur-edite.
    MOVE SPACES TO ligne-suspects.
    STRING 'JOUEURS AU MAITRE=' compteur-edite
        DELIMITED BY SIZE INTO ligne-suspects.
    WRITE enr-suspects FROM ligne-suspects.
    DISPLAY ligne-suspects.
    MOVE nbDejaSuspendus TO compteur-edite.
    MOVE SPACES TO ligne-suspects.
    STRING 'DEJA SUSPENDUS, NON ANALYSES=' compteur-edite
        DELIMITED BY SIZE INTO ligne-suspects.
    WRITE enr-suspects FROM ligne-suspects.
    DISPLAY ligne-suspects.
    MOVE nbPartiesAnalysees TO compteur-edite.
    MOVE SPACES TO ligne-suspects.
    STRING 'PARTIES ANALYSEES=' compteur-edite
        DELIMITED BY SIZE INTO ligne-suspects.
    WRITE enr-suspects FROM ligne-suspects.
    DISPLAY ligne-suspects.
    IF nbJoueursIgnores > 0
        MOVE nbJoueursIgnores TO compteur-edite
        MOVE SPACES TO ligne-suspects
        STRING 'PARTIES IGNOREES, TABLE DES JOUEURS PLEINE=' compteur-edite
            DELIMITED BY SIZE INTO ligne-suspects
        WRITE enr-suspects FROM ligne-suspects
        DISPLAY ligne-suspects
    END-IF.
    MOVE nbJoueursSignales TO compteur-edite.
    MOVE SPACES TO ligne-suspects.
    STRING 'JOUEURS SIGNALES=' compteur-edite
        DELIMITED BY SIZE INTO ligne-suspects.
    WRITE enr-suspects FROM ligne-suspects.
    DISPLAY ligne-suspects.
    MOVE nbSuspensionsPosees TO compteur-edite.
    MOVE SPACES TO ligne-suspects.
    STRING 'SUSPENSIONS POSEES=' compteur-edite
        ' CODE RETOUR=' codeRetourDetection
        DELIMITED BY SIZE INTO ligne-suspects.
    WRITE enr-suspects FROM ligne-suspects.
    DISPLAY ligne-suspects.

ECRITURE-CATALOGUE-SUSPECTS.
    MOVE 'DETECTSUSPECTS' TO cat-programme.
    MOVE 'JOURNAUX DE JEU' TO cat-fichier-entree.
    MOVE SPACES TO cat-fichier-sortie.
    MOVE nbPartiesAnalysees TO cat-enregistrements.
    MOVE nbJoueursSignales TO cat-rejets.
    EVALUATE codeRetourDetection
        WHEN 0 MOVE 'OK' TO cat-resultat
        WHEN 4 MOVE 'SUSPECTS' TO cat-resultat
        WHEN OTHER MOVE 'ECHEC MAITRE' TO cat-resultat
    END-EVALUATE.
    PERFORM ECRITURE-CATALOGUE.

COPY "signon.cpy".

COPY "permission-controle.cpy".

COPY "verrou-prise.cpy".

COPY "catalogue-write.cpy".

COPY "etat-mise-en-page.cpy".

COPY "errlog-write.cpy".
