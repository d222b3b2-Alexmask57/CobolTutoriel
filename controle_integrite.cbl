IDENTIFICATION DIVISION.
PROGRAM-ID. INTEGRITE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL fichier-scan ASSIGN TO DYNAMIC nomFichierScan
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS statutScan.
    SELECT OPTIONAL fichier-scan-neuf ASSIGN TO "INTEGRITE.NEW"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS statutScanNeuf.
    SELECT OPTIONAL fichier-quarantaine ASSIGN TO "QUARANTAINE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT fichier-controle ASSIGN TO "INTEGRITE.PRT"
        ORGANIZATION IS LINE SEQUENTIAL.
    COPY "gamelog-select.cpy".
    COPY "transcript-select.cpy".
    COPY "scores-select.cpy".
    COPY "etudiants-select.cpy".
    COPY "etujrn-select.cpy".
    COPY "catalogue-select.cpy".
    COPY "operateurs-select.cpy".
    COPY "permissions-select.cpy".
    COPY "verrou-select.cpy".
    COPY "errlog-select.cpy".
    COPY "etat-select.cpy".
DATA DIVISION.
FILE SECTION.
*> Les fichiers contrôlés sont lus et réécrits tels quels, à la
*> longueur lue : un enregistrement n'est jamais retouché.
FD fichier-scan
    RECORD IS VARYING IN SIZE FROM 1 TO 300 CHARACTERS
        DEPENDING ON longueurScan.
01 enr-scan PIC X(300).
FD fichier-scan-neuf
    RECORD IS VARYING IN SIZE FROM 1 TO 300 CHARACTERS
        DEPENDING ON longueurScanNeuf.
01 enr-scan-neuf PIC X(300).
*> Un enregistrement mis en quarantaine garde son image d'origine,
*> sa longueur, son rang dans le fichier et le motif du rejet.
FD fichier-quarantaine.
01 enr-quarantaine.
    05 qua-date PIC 9(8).
    05 qua-heure PIC 9(6).
    05 qua-fichier PIC X(16).
    05 qua-rang PIC 9(6).
    05 qua-motif PIC X(40).
    05 qua-longueur PIC 9(3).
    05 qua-enregistrement PIC X(300).
FD fichier-controle.
01 enr-controle PIC X(100).
*> Les dessins d'enregistrement des fichiers partagés servent de
*> grille de contrôle : l'image lue y est recopiée puis vérifiée.
COPY "gamelog-fd.cpy".
COPY "transcript-fd.cpy".
COPY "scores-fd.cpy".
COPY "etudiants-fd.cpy".
COPY "etujrn-fd.cpy".
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
       77 statutEtudiants PIC XX.
       77 statutScan PIC XX.
       77 statutScanNeuf PIC XX.
       77 ligneCommande PIC X(20).
       77 modeExecution PIC X(1).
       77 dateJour PIC 9(8).
       77 heureJour PIC 9(6).
       77 nomFichierScan PIC X(16).
       77 codeFichierScan PIC 9(1).
       77 longueurScan PIC 9(3).
       77 longueurScanNeuf PIC 9(3).
       77 longueurMin PIC 9(3).
       77 longueurMax PIC 9(3).
       77 finFichierScan PIC X(1).
       77 echecScan PIC X(1) VALUE 'N'.
       77 rangScan PIC 9(6).
       77 motifRejet PIC X(40).
       77 dateControlee PIC X(8).
       77 heureControlee PIC X(6).
       77 dateNumerique PIC 9(8).
       77 dateHeureValide PIC X(1).
       77 nbLusFichier PIC 9(6).
       77 nbConservesFichier PIC 9(6).
       77 nbQuarantaineFichier PIC 9(6).
       77 nbLusTotal PIC 9(6) VALUE 0.
       77 nbQuarantaineTotal PIC 9(6) VALUE 0.
       77 nbFichiersEnEchec PIC 9(1) VALUE 0.
       77 codeRetourScan PIC 9(2) VALUE 0.
       77 compteur-edite PIC ZZZZZ9.
       77 conserves-edite PIC ZZZZZ9.
       77 quarantaine-edite PIC ZZZZZ9.
       77 rang-edite PIC ZZZZZ9.
       77 longueur-edite PIC ZZ9.
       77 ligne-controle PIC X(100).

PROCEDURE DIVISION.

TRAITEMENT-PRINCIPAL.
    MOVE 'INTEGRITE' TO errlog-programme.
    MOVE 'INTEGRITE' TO nomVerrou.
    ACCEPT ligneCommande FROM COMMAND-LINE.
    IF ligneCommande(1:1) = 'B' OR ligneCommande(1:1) = 'b'
        MOVE 'B' TO modeExecution
    ELSE
        MOVE 'I' TO modeExecution
    END-IF.
    MOVE modeExecution TO modeVerrouDemande.
    PERFORM PRENDRE-VERROU.
    IF verrouObtenu = 'N'
        DISPLAY 'INTEGRITE déjà en cours, démarrage refusé (voir ERRLOG.DAT).'
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
*> Lancé par un opérateur, le contrôle exige une signature et le droit
*> ACCES sur INTEGRITE ; le mode B est réservé à la chaîne de nuit.
    IF modeExecution = 'I'
        PERFORM SIGNON-OPERATEUR
        IF operateurValide = 'Y'
            MOVE 'INTEGRITE' TO programmeDemande
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
        MOVE 'INTEGRITE' TO errlog-programme
    END-IF.
    MOVE FUNCTION CURRENT-DATE(1:8) TO dateJour.
    MOVE FUNCTION CURRENT-DATE(9:6) TO heureJour.
    OPEN OUTPUT fichier-controle.
    MOVE SPACES TO ligne-controle.
    STRING 'CONTROLE D INTEGRITE DES FICHIERS PARTAGES DU ' dateJour
        DELIMITED BY SIZE INTO ligne-controle.
    WRITE enr-controle FROM ligne-controle.
    DISPLAY ligne-controle.

    MOVE 1 TO codeFichierScan.
    MOVE 'GAMELOG.DAT' TO nomFichierScan.
    MOVE 33 TO longueurMin.
    MOVE 60 TO longueurMax.
    PERFORM CONTROLER-FICHIER.
    MOVE 2 TO codeFichierScan.
    MOVE 'PLUSOUMOINS.LOG' TO nomFichierScan.
    MOVE 42 TO longueurMin.
    MOVE 54 TO longueurMax.
    PERFORM CONTROLER-FICHIER.
    MOVE 3 TO codeFichierScan.
    MOVE 'SCORESJEU.DAT' TO nomFichierScan.
    MOVE 32 TO longueurMin.
    MOVE 32 TO longueurMax.
    PERFORM CONTROLER-FICHIER.
    MOVE 4 TO codeFichierScan.
    MOVE 'ETUDIANTS.DAT' TO nomFichierScan.
    MOVE 31 TO longueurMin.
    MOVE 50 TO longueurMax.
    PERFORM CONTROLER-FICHIER.
    MOVE 5 TO codeFichierScan.
    MOVE 'ETUMAINT.JRN' TO nomFichierScan.
    MOVE 15 TO longueurMin.
    MOVE 131 TO longueurMax.
    PERFORM CONTROLER-FICHIER.

    PERFORM ECRITURE-SYNTHESE-INTEGRITE.
    CLOSE fichier-controle.
    MOVE 'INTEGRITE.PRT' TO etatNomFichier.
    MOVE 'INTEGRITE' TO etatProgramme.
    MOVE 'CONTROLE D INTEGRITE DES FICHIERS' TO etatTitre.
    PERFORM MISE-EN-PAGE-ETAT.
    PERFORM ECRITURE-CATALOGUE-INTEGRITE.
    PERFORM LIBERER-VERROU.
    MOVE codeRetourScan TO RETURN-CODE.
    STOP RUN.

*> Premier passage : les enregistrements sains partent dans
*> INTEGRITE.NEW, les autres en quarantaine. Le fichier n'est
*> réécrit que s'il a perdu au moins un enregistrement.
CONTROLER-FICHIER.
    MOVE 0 TO nbLusFichier.
    MOVE 0 TO nbConservesFichier.
    MOVE 0 TO nbQuarantaineFichier.
    MOVE 0 TO rangScan.
    OPEN INPUT fichier-scan.
    IF statutScan NOT = '00'
        CLOSE fichier-scan
        MOVE SPACES TO ligne-controle
        STRING nomFichierScan ' ABSENT, NON CONTROLE'
            DELIMITED BY SIZE INTO ligne-controle
        WRITE enr-controle FROM ligne-controle
        DISPLAY ligne-controle
    ELSE
        OPEN OUTPUT fichier-scan-neuf
        OPEN EXTEND fichier-quarantaine
        MOVE 'N' TO finFichierScan
        PERFORM UNTIL finFichierScan = 'Y'
            READ fichier-scan
                AT END MOVE 'Y' TO finFichierScan
                NOT AT END PERFORM TRIER-ENREGISTREMENT
            END-READ
        END-PERFORM
        CLOSE fichier-scan
        CLOSE fichier-scan-neuf
        CLOSE fichier-quarantaine
        IF nbQuarantaineFichier > 0
            PERFORM REECRIRE-FICHIER-SCAN
        END-IF
        PERFORM ECRITURE-LIGNE-FICHIER
    END-IF.

TRIER-ENREGISTREMENT.
    ADD 1 TO rangScan.
    ADD 1 TO nbLusFichier.
    ADD 1 TO nbLusTotal.
    MOVE SPACES TO motifRejet.
    IF longueurScan < longueurMin
        MOVE 'ENREGISTREMENT TROP COURT' TO motifRejet
    ELSE
        IF longueurScan > longueurMax
            MOVE 'ENREGISTREMENT TROP LONG' TO motifRejet
        ELSE
            EVALUATE codeFichierScan
                WHEN 1 PERFORM VALIDER-GAMELOG
                WHEN 2 PERFORM VALIDER-TRANSCRIPT
                WHEN 3 PERFORM VALIDER-SCORE
                WHEN 4 PERFORM VALIDER-ETUDIANT
                WHEN 5 PERFORM VALIDER-JOURNAL-ETU
            END-EVALUATE
        END-IF
    END-IF.
    IF motifRejet = SPACES
        ADD 1 TO nbConservesFichier
        MOVE longueurScan TO longueurScanNeuf
        MOVE enr-scan TO enr-scan-neuf
        WRITE enr-scan-neuf
    ELSE
        ADD 1 TO nbQuarantaineFichier
        ADD 1 TO nbQuarantaineTotal
        PERFORM ECRITURE-QUARANTAINE
    END-IF.

*> Les zones ajoutées après coup (joueur, plage, tentatives) sont
*> à blanc sur les parties anciennes : à blanc toutes ensemble, ou
*> toutes renseignées.
VALIDER-GAMELOG.
    MOVE enr-scan TO enr-log.
    MOVE log-date TO dateControlee.
    MOVE log-heure TO heureControlee.
    PERFORM VALIDER-DATE-HEURE.
    EVALUATE TRUE
        WHEN log-seed NOT NUMERIC
            MOVE 'GRAINE NON NUMERIQUE' TO motifRejet
        WHEN log-nbRamdom NOT NUMERIC OR log-nbRamdom = 0
            MOVE 'NOMBRE TIRE INVALIDE' TO motifRejet
        WHEN log-numLigne NOT NUMERIC
            MOVE 'NUMERO DE LIGNE NON NUMERIQUE' TO motifRejet
        WHEN dateHeureValide = 'N'
            MOVE 'DATE OU HEURE INVALIDE' TO motifRejet
        WHEN log-joueur = SPACES AND log-plage(1:3) = SPACES
             AND log-tentatives(1:4) = SPACES
            CONTINUE
        WHEN log-joueur = SPACES
            MOVE 'JOUEUR ABSENT' TO motifRejet
        WHEN log-plage NOT NUMERIC
            MOVE 'PLAGE NON NUMERIQUE' TO motifRejet
        WHEN log-plage NOT = 50 AND log-plage NOT = 100
             AND log-plage NOT = 200
            MOVE 'PLAGE INCONNUE' TO motifRejet
        WHEN log-nbRamdom > log-plage
            MOVE 'NOMBRE TIRE HORS PLAGE' TO motifRejet
        WHEN log-tentatives NOT NUMERIC
            MOVE 'TENTATIVES NON NUMERIQUES' TO motifRejet
    END-EVALUATE.

*> La borne choisie a été ajoutée après coup : à blanc sur les
*> anciennes propositions, numérique sinon.
VALIDER-TRANSCRIPT.
    MOVE enr-scan TO enr-transcript.
    MOVE trans-date TO dateControlee.
    MOVE trans-heure TO heureControlee.
    PERFORM VALIDER-DATE-HEURE.
    EVALUATE TRUE
        WHEN dateHeureValide = 'N'
            MOVE 'DATE OU HEURE INVALIDE' TO motifRejet
        WHEN trans-tentative NOT NUMERIC
            MOVE 'TENTATIVE NON NUMERIQUE' TO motifRejet
        WHEN trans-valeurSaisie NOT NUMERIC
            MOVE 'VALEUR SAISIE NON NUMERIQUE' TO motifRejet
        WHEN trans-resultat NOT = 'PLUS' AND trans-resultat NOT = 'MOINS'
             AND trans-resultat NOT = 'TROUVE'
            MOVE 'RESULTAT INCONNU' TO motifRejet
        WHEN trans-borne(1:3) NOT = SPACES
             AND (trans-borne NOT NUMERIC OR trans-borne = 0)
            MOVE 'BORNE INVALIDE' TO motifRejet
    END-EVALUATE.

VALIDER-SCORE.
    MOVE enr-scan TO enr-score.
    MOVE score-date TO dateControlee.
    MOVE '000000' TO heureControlee.
    PERFORM VALIDER-DATE-HEURE.
    EVALUATE TRUE
        WHEN score-joueur = SPACES
            MOVE 'JOUEUR ABSENT' TO motifRejet
        WHEN dateHeureValide = 'N'
            MOVE 'DATE INVALIDE' TO motifRejet
        WHEN score-tentatives NOT NUMERIC OR score-tentatives = 0
            MOVE 'TENTATIVES INVALIDES' TO motifRejet
    END-EVALUATE.

*> Classe, période et matricule ont été ajoutés après coup : la
*> période est à blanc (période zéro) ou numérique. Une matière hors
*> référentiel reste admise, comme en maintenance des notes.
VALIDER-ETUDIANT.
    MOVE enr-scan TO enr-etudiant.
    EVALUATE TRUE
        WHEN etu-nom = SPACES
            MOVE 'NOM ABSENT' TO motifRejet
        WHEN etu-matiere = SPACES
            MOVE 'MATIERE ABSENTE' TO motifRejet
        WHEN etu-note NOT NUMERIC
            MOVE 'NOTE NON NUMERIQUE' TO motifRejet
        WHEN etu-note > 20
            MOVE 'NOTE SUPERIEURE A 20' TO motifRejet
        WHEN etu-coef NOT NUMERIC
            MOVE 'COEFFICIENT NON NUMERIQUE' TO motifRejet
        WHEN etu-periode(1:6) NOT = SPACES AND etu-periode NOT NUMERIC
            MOVE 'PERIODE NON NUMERIQUE' TO motifRejet
    END-EVALUATE.

*> Les images avant/après des actions sur les notes (A, C, S, I)
*> doivent se lire avec le dessin actuel de ETUDIANTS.DAT ; les
*> enregistrements aux anciennes images de 31 caractères ne s'y
*> prêtent pas et partent en quarantaine avec leur image d'origine.
VALIDER-JOURNAL-ETU.
    MOVE enr-scan TO enr-journal-etu.
    MOVE jrn-date TO dateControlee.
    MOVE jrn-heure TO heureControlee.
    PERFORM VALIDER-DATE-HEURE.
    EVALUATE TRUE
        WHEN dateHeureValide = 'N'
            MOVE 'DATE OU HEURE INVALIDE' TO motifRejet
        WHEN jrn-action NOT = 'A' AND jrn-action NOT = 'C'
             AND jrn-action NOT = 'S' AND jrn-action NOT = 'I'
             AND jrn-action NOT = 'N' AND jrn-action NOT = 'R'
             AND jrn-action NOT = 'B' AND jrn-action NOT = 'J'
             AND jrn-action NOT = 'E' AND jrn-action NOT = 'T'
            MOVE 'ACTION INCONNUE' TO motifRejet
        WHEN jrn-action = 'N' OR jrn-action = 'R' OR jrn-action = 'B'
             OR jrn-action = 'J' OR jrn-action = 'E' OR jrn-action = 'T'
            CONTINUE
        WHEN jrn-avant NOT = SPACES
             AND (jrn-avant(26:4) NOT NUMERIC
                  OR jrn-avant(30:2) NOT NUMERIC
                  OR (jrn-avant(37:6) NOT = SPACES
                      AND jrn-avant(37:6) NOT NUMERIC))
            PERFORM QUALIFIER-IMAGE-JOURNAL
        WHEN jrn-apres NOT = SPACES
             AND (jrn-apres(26:4) NOT NUMERIC
                  OR jrn-apres(30:2) NOT NUMERIC
                  OR (jrn-apres(37:6) NOT = SPACES
                      AND jrn-apres(37:6) NOT NUMERIC))
            PERFORM QUALIFIER-IMAGE-JOURNAL
    END-EVALUATE.

QUALIFIER-IMAGE-JOURNAL.
    IF longueurScan <= 85
        MOVE 'IMAGES ETROITES (ANCIEN FORMAT)' TO motifRejet
    ELSE
        MOVE 'IMAGE AVANT/APRES NON CONFORME' TO motifRejet
    END-IF.

VALIDER-DATE-HEURE.
    MOVE 'Y' TO dateHeureValide.
    IF dateControlee NOT NUMERIC OR heureControlee NOT NUMERIC
        MOVE 'N' TO dateHeureValide
    ELSE
        MOVE dateControlee TO dateNumerique
        IF FUNCTION TEST-DATE-YYYYMMDD(dateNumerique) NOT = 0
           OR heureControlee(1:2) > '23'
           OR heureControlee(3:2) > '59'
           OR heureControlee(5:2) > '59'
            MOVE 'N' TO dateHeureValide
        END-IF
    END-IF.

ECRITURE-QUARANTAINE.
    MOVE dateJour TO qua-date.
    MOVE heureJour TO qua-heure.
    MOVE nomFichierScan TO qua-fichier.
    MOVE rangScan TO qua-rang.
    MOVE motifRejet TO qua-motif.
    MOVE longueurScan TO qua-longueur.
    MOVE enr-scan TO qua-enregistrement.
    WRITE enr-quarantaine.
    MOVE rangScan TO rang-edite.
    MOVE longueurScan TO longueur-edite.
    MOVE SPACES TO ligne-controle.
    STRING '  QUARANTAINE ' nomFichierScan
        ' RANG=' rang-edite
        ' LONGUEUR=' longueur-edite
        ' MOTIF=' motifRejet
        DELIMITED BY SIZE INTO ligne-controle.
    WRITE enr-controle FROM ligne-controle.

*> Second passage : INTEGRITE.NEW remplace le fichier d'origine. Un
*> échec d'ouverture laisse le fichier intact (ses rejets sont déjà
*> en quarantaine et le seront de nouveau au prochain passage).
REECRIRE-FICHIER-SCAN.
    OPEN INPUT fichier-scan-neuf.
    OPEN OUTPUT fichier-scan.
    IF statutScan NOT = '00' OR statutScanNeuf NOT = '00'
        CLOSE fichier-scan-neuf
        CLOSE fichier-scan
        ADD 1 TO nbFichiersEnEchec
        MOVE 'Y' TO echecScan
        MOVE 'REECRIRE-FICHIER-SCAN' TO errlog-paragraphe
        MOVE SPACES TO errlog-message
        STRING 'Réécriture impossible de ' nomFichierScan
            ', fichier laissé en l''état'
            DELIMITED BY SIZE INTO errlog-message
        PERFORM ECRITURE-ERRLOG
    ELSE
        MOVE 'N' TO finFichierScan
        PERFORM UNTIL finFichierScan = 'Y'
            READ fichier-scan-neuf
                AT END MOVE 'Y' TO finFichierScan
                NOT AT END
                    MOVE longueurScanNeuf TO longueurScan
                    MOVE enr-scan-neuf TO enr-scan
                    WRITE enr-scan
            END-READ
        END-PERFORM
        CLOSE fichier-scan-neuf
        CLOSE fichier-scan
    END-IF.

ECRITURE-LIGNE-FICHIER.
    MOVE nbLusFichier TO compteur-edite.
    MOVE nbConservesFichier TO conserves-edite.
    MOVE nbQuarantaineFichier TO quarantaine-edite.
    MOVE SPACES TO ligne-controle.
    STRING nomFichierScan ' LUS=' compteur-edite
        ' CONSERVES=' conserves-edite
        ' QUARANTAINE=' quarantaine-edite
        DELIMITED BY SIZE INTO ligne-controle.
    WRITE enr-controle FROM ligne-controle.
    DISPLAY ligne-controle.

*> Code retour : 0 fichiers sains, 8 enregistrements mis en
*> quarantaine, 12 fichier qui n'a pu être réécrit.
ECRITURE-SYNTHESE-INTEGRITE.
    EVALUATE TRUE
        WHEN echecScan = 'Y'
            MOVE 12 TO codeRetourScan
        WHEN nbQuarantaineTotal > 0
            MOVE 8 TO codeRetourScan
        WHEN OTHER
            MOVE 0 TO codeRetourScan
    END-EVALUATE.
    MOVE nbLusTotal TO compteur-edite.
    MOVE nbQuarantaineTotal TO quarantaine-edite.
    MOVE SPACES TO ligne-controle.
    STRING 'TOTAL ENREGISTREMENTS LUS=' compteur-edite
        ' MIS EN QUARANTAINE=' quarantaine-edite
        ' CODE RETOUR=' codeRetourScan
        DELIMITED BY SIZE INTO ligne-controle.
    WRITE enr-controle FROM ligne-controle.
    DISPLAY ligne-controle.

ECRITURE-CATALOGUE-INTEGRITE.
    MOVE 'INTEGRITE' TO cat-programme.
    MOVE 'FICHIERS PARTAGES' TO cat-fichier-entree.
    MOVE SPACES TO cat-fichier-sortie.
    MOVE nbLusTotal TO cat-enregistrements.
    MOVE nbQuarantaineTotal TO cat-rejets.
    EVALUATE codeRetourScan
        WHEN 0 MOVE 'OK' TO cat-resultat
        WHEN 8 MOVE 'REJETS' TO cat-resultat
        WHEN OTHER MOVE 'ECHEC FICHIER' TO cat-resultat
    END-EVALUATE.
    PERFORM ECRITURE-CATALOGUE.

COPY "signon.cpy".

COPY "permission-controle.cpy".

COPY "verrou-prise.cpy".

COPY "catalogue-write.cpy".

COPY "etat-mise-en-page.cpy".

COPY "errlog-write.cpy".
