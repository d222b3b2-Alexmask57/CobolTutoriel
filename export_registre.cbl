IDENTIFICATION DIVISION.
PROGRAM-ID. EXPORTREGISTRE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "etudiants-select.cpy".
    SELECT OPTIONAL fichier-param-registre ASSIGN TO "PARAMREGISTRE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS statutParamRegistre.
    SELECT fichier-resultats ASSIGN TO DYNAMIC nomFichierResultats
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS statutResultats.
    SELECT fichier-controle ASSIGN TO "EXPORTREGISTRE.PRT"
        ORGANIZATION IS LINE SEQUENTIAL.
    COPY "jurydec-select.cpy".
    COPY "envreg-select.cpy".
    COPY "bandes-select.cpy".
    COPY "catalogue-select.cpy".
    COPY "operateurs-select.cpy".
    COPY "permissions-select.cpy".
    COPY "verrou-select.cpy".
    COPY "errlog-select.cpy".
    COPY "etat-select.cpy".
DATA DIVISION.
FILE SECTION.
COPY "etudiants-fd.cpy".
FD fichier-param-registre.
01 enr-param-registre.
    05 prm-code-ecole PIC X(8).
FD fichier-resultats.
COPY "resreg-fd.cpy".
FD fichier-controle.
01 enr-controle PIC X(132).
COPY "jurydec-fd.cpy".
COPY "envreg-fd.cpy".
COPY "bandes-fd.cpy".
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
       COPY "bandes-table.cpy".
       77 statutEtudiants PIC XX.
       77 statutParamRegistre PIC XX.
       77 statutResultats PIC XX.
       77 statutDecisionsJury PIC XX.
       77 statutEnvoisRegistre PIC XX.
       77 ligneCommande PIC X(20).
       77 modeExecution PIC X(1).
       77 saisiePeriode PIC X(8).
       77 periodeJustifiee PIC X(6) JUSTIFIED RIGHT.
       77 periodeExport PIC 9(6) VALUE 0.
       77 periodeEnregistrement PIC 9(6).
       77 codeEcole PIC X(8) VALUE SPACES.
       77 finFichierCourant PIC X(1).
       77 nomFichierResultats PIC X(24) VALUE SPACES.
       77 dateEnvoi PIC 9(8).
       77 heureEnvoi PIC 9(6).
       77 numeroEnvoi PIC 9(3) VALUE 0.
       77 natureEnvoi PIC X(1) VALUE 'I'.
       77 numeroPrecedent PIC 9(3) VALUE 0.
       77 datePrecedente PIC 9(8) VALUE 0.
       77 nbEtudiantsPrecedent PIC 9(6) VALUE 0.
       77 nbMatieresPrecedent PIC 9(6) VALUE 0.
       77 hashPrecedent PIC 9(12) VALUE 0.
       77 nbEtudiantsEnvoyes PIC 9(6) VALUE 0.
       77 nbMatieresEnvoyees PIC 9(6) VALUE 0.
       77 nbEnregistrementsEnvoyes PIC 9(8) VALUE 0.
       77 hashNotes PIC 9(12) VALUE 0.
       77 nbRejets PIC 9(6) VALUE 0.
       77 nbSansDecision PIC 9(6) VALUE 0.
       77 nbDecisionsProvisoires PIC 9(6) VALUE 0.
       77 envoiIdentique PIC X(1) VALUE 'N'.
       77 echecExport PIC X(1) VALUE 'N'.
       77 codeRetourExport PIC 9(2) VALUE 0.
       77 indiceEtudiant PIC 9(3).
       77 indiceEtudiantTrouve PIC 9(3).
       77 indiceNote PIC 9(4).
       77 indiceDecision PIC 9(3).
       77 indiceDecisionTrouvee PIC 9(3).
       77 moyenneEtudiant PIC 99V99.
       77 mentionEtudiant PIC X(15).
       77 remarqueEtudiant PIC X(40).
       77 moyenne-editee PIC Z9.99.
       77 compteur-edite PIC ZZZZZ9.
       77 hash-edite PIC ZZZZZZZZZZZ9.
       77 ligne-controle PIC X(132).

       01 tableEtudiantsExport.
          05 nbEtudiantsExport PIC 9(3) VALUE 0.
          05 etudiantExport OCCURS 500.
             10 exe-matricule PIC X(8).
             10 exe-nom PIC X(20).
             10 exe-classe PIC X(5).
             10 exe-somme-ponderee PIC 9(7)V9999.
             10 exe-somme-coefs PIC 9(4)V9.
             10 exe-nb-matieres PIC 9(3).

       01 tableNotesExport.
          05 nbNotesExport PIC 9(4) VALUE 0.
          05 noteExport OCCURS 5000.
             10 nte-etudiant PIC 9(3).
             10 nte-matiere PIC X(5).
             10 nte-coef PIC 9V9.
             10 nte-note PIC 99V99.

       01 tableDecisionsJury.
          05 nbDecisions PIC 9(3) VALUE 0.
          05 decisionChargee OCCURS 500.
             10 dcc-matricule PIC X(8).
             10 dcc-nom PIC X(20).
             10 dcc-session PIC X(1).
             10 dcc-moyenne PIC 99V99.
             10 dcc-decision PIC X(10).

PROCEDURE DIVISION.

TRAITEMENT-PRINCIPAL.
    MOVE 'EXPORTREGISTRE' TO errlog-programme.
    MOVE 'EXPORTREGISTRE' TO nomVerrou.
    PERFORM LIRE-PARAMETRE-EXPORT.
    MOVE modeExecution TO modeVerrouDemande.
    PERFORM PRENDRE-VERROU.
    IF verrouObtenu = 'N'
        DISPLAY 'EXPORTREGISTRE déjà en cours, démarrage refusé (voir ERRLOG.DAT).'
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
*> Lancé par un opérateur, l'envoi au registre exige une signature et
*> le droit ACCES sur EXPORTREGISTRE.
    IF modeExecution = 'I'
        PERFORM SIGNON-OPERATEUR
        IF operateurValide = 'Y'
            MOVE 'EXPORTREGISTRE' TO programmeDemande
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
        MOVE 'EXPORTREGISTRE' TO errlog-programme
    END-IF.
    IF periodeExport = 0
        DISPLAY 'Période à envoyer (AAAAPP) obligatoire, envoi refusé.'
        MOVE 'Période absente, envoi au registre refusé' TO errlog-message
        PERFORM REFUSER-ENVOI
    END-IF.
    PERFORM LIRE-CODE-ECOLE.
    IF codeEcole = SPACES
        DISPLAY 'PARAMREGISTRE.DAT absent ou vide, envoi refusé.'
        MOVE 'Code école absent de PARAMREGISTRE.DAT' TO errlog-message
        PERFORM REFUSER-ENVOI
    END-IF.
    PERFORM CHARGER-BANDES-NOTES.
    MOVE 'EXPORTREGISTRE' TO errlog-programme.
    IF bandesValides = 'N'
        DISPLAY 'BANDESNOTES.DAT invalide ou absent, envoi refusé.'
        MOVE 'Bandes de mentions invalides, envoi refusé' TO errlog-message
        PERFORM REFUSER-ENVOI
    END-IF.
    PERFORM CHARGER-DECISIONS-JURY.
    PERFORM CHARGER-NOTES-PERIODE.
    IF echecExport = 'Y'
        MOVE 'Ouverture du fichier des étudiants impossible' TO errlog-message
        PERFORM REFUSER-ENVOI
    END-IF.
    IF nbEtudiantsExport = 0
        DISPLAY 'Aucune note pour la période ' periodeExport ', envoi refusé.'
        MOVE 'Aucune note pour la période, envoi refusé' TO errlog-message
        PERFORM REFUSER-ENVOI
    END-IF.
    PERFORM CHERCHER-ENVOIS-PRECEDENTS.
    MOVE FUNCTION CURRENT-DATE(1:8) TO dateEnvoi.
    MOVE FUNCTION CURRENT-DATE(9:6) TO heureEnvoi.
    MOVE SPACES TO nomFichierResultats.
    STRING 'RESULTATS.' periodeExport '.' numeroEnvoi
        DELIMITED BY SIZE INTO nomFichierResultats.
    OPEN OUTPUT fichier-resultats.
    IF statutResultats NOT = '00'
        MOVE SPACES TO errlog-message
        STRING 'Création impossible de ' nomFichierResultats
            DELIMITED BY SIZE INTO errlog-message
        PERFORM REFUSER-ENVOI
    END-IF.
    OPEN OUTPUT fichier-controle.
    PERFORM ECRITURE-ENTETE-EXPORT.
    PERFORM VARYING indiceEtudiant FROM 1 BY 1
            UNTIL indiceEtudiant > nbEtudiantsExport
        PERFORM EXPORTER-ETUDIANT
    END-PERFORM.
    PERFORM ECRITURE-FIN-EXPORT.
    CLOSE fichier-resultats.
    PERFORM ENREGISTRER-ENVOI.
    PERFORM ECRITURE-SYNTHESE-EXPORT.
    CLOSE fichier-controle.
    MOVE 'EXPORTREGISTRE.PRT' TO etatNomFichier.
    MOVE 'EXPORTREGISTRE' TO etatProgramme.
    MOVE 'ENVOI DES RESULTATS AU REGISTRE' TO etatTitre.
    PERFORM MISE-EN-PAGE-ETAT.
    PERFORM ECRITURE-CATALOGUE-EXPORT.
    PERFORM LIBERER-VERROU.
    MOVE codeRetourExport TO RETURN-CODE.
    STOP RUN.

*> Paramètre : [B] période (AAAAPP), B pour un lancement sans
*> opérateur. La période est obligatoire : le registre reçoit un
*> fichier par école et par période.
LIRE-PARAMETRE-EXPORT.
    ACCEPT ligneCommande FROM COMMAND-LINE.
    MOVE SPACES TO saisiePeriode.
    IF ligneCommande(1:2) = 'B ' OR ligneCommande(1:2) = 'b '
        MOVE 'B' TO modeExecution
        MOVE ligneCommande(3:8) TO saisiePeriode
    ELSE
        MOVE 'I' TO modeExecution
        MOVE ligneCommande(1:8) TO saisiePeriode
    END-IF.
    IF saisiePeriode NOT = SPACES
        MOVE FUNCTION TRIM(saisiePeriode) TO periodeJustifiee
        INSPECT periodeJustifiee REPLACING LEADING SPACE BY ZERO
        IF periodeJustifiee IS NUMERIC
            MOVE periodeJustifiee TO periodeExport
        END-IF
    END-IF.

REFUSER-ENVOI.
    MOVE 'TRAITEMENT-PRINCIPAL' TO errlog-paragraphe.
    PERFORM ECRITURE-ERRLOG.
    MOVE 'Y' TO echecExport.
    MOVE 12 TO codeRetourExport.
    PERFORM ECRITURE-CATALOGUE-EXPORT.
    PERFORM LIBERER-VERROU.
    MOVE 12 TO RETURN-CODE.
    STOP RUN.

LIRE-CODE-ECOLE.
    OPEN INPUT fichier-param-registre.
    READ fichier-param-registre
        AT END MOVE SPACES TO codeEcole
        NOT AT END MOVE prm-code-ecole TO codeEcole
    END-READ.
    CLOSE fichier-param-registre.

*> Seules les décisions de la période envoyée sont retenues ; la
*> seconde délibération remplace la première dans JURYDECISIONS.DAT.
CHARGER-DECISIONS-JURY.
    OPEN INPUT fichier-decisions-jury.
    MOVE 'N' TO finFichierCourant.
    PERFORM UNTIL finFichierCourant = 'Y'
        READ fichier-decisions-jury
            AT END MOVE 'Y' TO finFichierCourant
            NOT AT END
                IF jdc-periode = periodeExport AND nbDecisions < 500
                    ADD 1 TO nbDecisions
                    MOVE jdc-matricule TO dcc-matricule(nbDecisions)
                    MOVE jdc-nom TO dcc-nom(nbDecisions)
                    MOVE jdc-session TO dcc-session(nbDecisions)
                    MOVE jdc-moyenne TO dcc-moyenne(nbDecisions)
                    MOVE jdc-decision TO dcc-decision(nbDecisions)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE fichier-decisions-jury.

*> Les notes de la période sont rangées par étudiant (matricule et
*> nom, comme dans RAPPORTNOTES) ; une note ou un coefficient
*> invalide est rejeté et signalé, la moyenne est calculée sur les
*> notes valides avec les coefficients, comme dans RAPPORTNOTES.
CHARGER-NOTES-PERIODE.
    OPEN INPUT fichier-etudiants.
    IF statutEtudiants NOT = '00'
        MOVE 'Y' TO echecExport
    ELSE
        MOVE 'N' TO finFichierCourant
        PERFORM UNTIL finFichierCourant = 'Y'
            READ fichier-etudiants
                AT END MOVE 'Y' TO finFichierCourant
                NOT AT END PERFORM RANGER-NOTE-PERIODE
            END-READ
        END-PERFORM
        CLOSE fichier-etudiants
    END-IF.

RANGER-NOTE-PERIODE.
    IF etu-periode IS NUMERIC
        MOVE etu-periode TO periodeEnregistrement
    ELSE
        MOVE 0 TO periodeEnregistrement
    END-IF.
    IF periodeEnregistrement = periodeExport
        IF etu-note NOT NUMERIC OR etu-note > 20
           OR etu-coef NOT NUMERIC
            ADD 1 TO nbRejets
            MOVE 'CHARGER-NOTES-PERIODE' TO errlog-paragraphe
            MOVE SPACES TO errlog-message
            STRING 'Note invalide non envoyée : ' etu-nom
                ' ' etu-matiere
                DELIMITED BY SIZE INTO errlog-message
            PERFORM ECRITURE-ERRLOG
        ELSE
            PERFORM TROUVER-ETUDIANT-EXPORT
            IF indiceEtudiantTrouve > 0
                PERFORM RANGER-NOTE-ETUDIANT
            END-IF
        END-IF
    END-IF.

TROUVER-ETUDIANT-EXPORT.
    MOVE 0 TO indiceEtudiantTrouve.
    PERFORM VARYING indiceEtudiant FROM 1 BY 1
            UNTIL indiceEtudiant > nbEtudiantsExport
               OR indiceEtudiantTrouve > 0
        IF exe-matricule(indiceEtudiant) = etu-matricule
           AND exe-nom(indiceEtudiant) = etu-nom
            MOVE indiceEtudiant TO indiceEtudiantTrouve
        END-IF
    END-PERFORM.
    IF indiceEtudiantTrouve = 0 AND nbEtudiantsExport < 500
        ADD 1 TO nbEtudiantsExport
        MOVE etu-matricule TO exe-matricule(nbEtudiantsExport)
        MOVE etu-nom TO exe-nom(nbEtudiantsExport)
        MOVE etu-classe TO exe-classe(nbEtudiantsExport)
        MOVE 0 TO exe-somme-ponderee(nbEtudiantsExport)
        MOVE 0 TO exe-somme-coefs(nbEtudiantsExport)
        MOVE 0 TO exe-nb-matieres(nbEtudiantsExport)
        MOVE nbEtudiantsExport TO indiceEtudiantTrouve
    END-IF.
    IF indiceEtudiantTrouve = 0
        ADD 1 TO nbRejets
        MOVE 'TROUVER-ETUDIANT-EXPORT' TO errlog-paragraphe
        MOVE 'Table des étudiants pleine, note non envoyée' TO errlog-message
        PERFORM ECRITURE-ERRLOG
    END-IF.

RANGER-NOTE-ETUDIANT.
    IF nbNotesExport < 5000
        ADD 1 TO nbNotesExport
        MOVE indiceEtudiantTrouve TO nte-etudiant(nbNotesExport)
        MOVE etu-matiere TO nte-matiere(nbNotesExport)
        MOVE etu-coef TO nte-coef(nbNotesExport)
        MOVE etu-note TO nte-note(nbNotesExport)
        COMPUTE exe-somme-ponderee(indiceEtudiantTrouve) =
            exe-somme-ponderee(indiceEtudiantTrouve)
            + etu-note * etu-coef
        ADD etu-coef TO exe-somme-coefs(indiceEtudiantTrouve)
        ADD 1 TO exe-nb-matieres(indiceEtudiantTrouve)
    ELSE
        ADD 1 TO nbRejets
        MOVE 'RANGER-NOTE-ETUDIANT' TO errlog-paragraphe
        MOVE 'Table des notes pleine, note non envoyée' TO errlog-message
        PERFORM ECRITURE-ERRLOG
    END-IF.

*> Un envoi déjà enregistré pour la même école et la même période
*> fait du nouveau fichier une correction qui remplace le dernier
*> envoi, jamais un doublon.
CHERCHER-ENVOIS-PRECEDENTS.
    OPEN INPUT fichier-envois-registre.
    MOVE 'N' TO finFichierCourant.
    PERFORM UNTIL finFichierCourant = 'Y'
        READ fichier-envois-registre
            AT END MOVE 'Y' TO finFichierCourant
            NOT AT END
                IF env-ecole = codeEcole
                   AND env-periode = periodeExport
                   AND env-numero > numeroPrecedent
                    MOVE env-numero TO numeroPrecedent
                    MOVE env-date TO datePrecedente
                    MOVE env-nb-etudiants TO nbEtudiantsPrecedent
                    MOVE env-nb-matieres TO nbMatieresPrecedent
                    MOVE env-hash TO hashPrecedent
                END-IF
        END-READ
    END-PERFORM.
    CLOSE fichier-envois-registre.
    COMPUTE numeroEnvoi = numeroPrecedent + 1.
    IF numeroPrecedent > 0
        MOVE 'C' TO natureEnvoi
    ELSE
        MOVE 'I' TO natureEnvoi
    END-IF.

ECRITURE-ENTETE-EXPORT.
    MOVE SPACES TO enr-resultat-registre.
    MOVE '0' TO rrg-type.
    MOVE codeEcole TO rrg-ent-ecole.
    MOVE periodeExport TO rrg-ent-periode.
    MOVE dateEnvoi TO rrg-ent-date.
    MOVE heureEnvoi TO rrg-ent-heure.
    MOVE natureEnvoi TO rrg-ent-nature.
    MOVE numeroEnvoi TO rrg-ent-numero.
    MOVE numeroPrecedent TO rrg-ent-remplace.
    WRITE enr-resultat-registre.
    ADD 1 TO nbEnregistrementsEnvoyes.
    MOVE SPACES TO ligne-controle.
    STRING 'ENVOI AU REGISTRE ACADEMIQUE  ECOLE=' codeEcole
        ' PERIODE=' periodeExport
        ' FICHIER=' nomFichierResultats
        DELIMITED BY SIZE INTO ligne-controle.
    WRITE enr-controle FROM ligne-controle.
    DISPLAY ligne-controle.
    MOVE SPACES TO ligne-controle.
    IF natureEnvoi = 'C'
        STRING 'ENVOI ' numeroEnvoi ' : CORRECTION DE L''ENVOI '
            numeroPrecedent ' DU ' datePrecedente
            DELIMITED BY SIZE INTO ligne-controle
    ELSE
        STRING 'ENVOI ' numeroEnvoi ' : ENVOI INITIAL DE LA PERIODE'
            DELIMITED BY SIZE INTO ligne-controle
    END-IF.
    WRITE enr-controle FROM ligne-controle.
    DISPLAY ligne-controle.
    MOVE SPACES TO ligne-controle.
    WRITE enr-controle FROM ligne-controle.
    MOVE 'MATRICULE NOM                  CLASSE MOYENNE MENTION         DECISION   MATIERES REMARQUE'
        TO ligne-controle.
    WRITE enr-controle FROM ligne-controle.

*> Un étudiant sans matricule ne peut pas être reconnu par le
*> registre : il est rejeté avec ses notes. Une décision absente ou
*> encore au rattrapage après la seule première délibération est
*> envoyée telle quelle mais signalée.
EXPORTER-ETUDIANT.
    MOVE SPACES TO remarqueEtudiant.
    MOVE SPACES TO mentionEtudiant.
    MOVE 0 TO moyenneEtudiant.
    MOVE 0 TO indiceDecisionTrouvee.
    IF exe-somme-coefs(indiceEtudiant) > 0
        COMPUTE moyenneEtudiant =
            exe-somme-ponderee(indiceEtudiant)
            / exe-somme-coefs(indiceEtudiant)
    END-IF.
    EVALUATE TRUE
        WHEN exe-matricule(indiceEtudiant) = SPACES
            ADD 1 TO nbRejets
            MOVE 'REJETE : SANS MATRICULE' TO remarqueEtudiant
            MOVE 'EXPORTER-ETUDIANT' TO errlog-paragraphe
            MOVE SPACES TO errlog-message
            STRING 'Etudiant sans matricule non envoyé : '
                exe-nom(indiceEtudiant)
                DELIMITED BY SIZE INTO errlog-message
            PERFORM ECRITURE-ERRLOG
        WHEN exe-somme-coefs(indiceEtudiant) = 0
            ADD 1 TO nbRejets
            MOVE 'REJETE : SANS NOTE COEFFICIENTEE' TO remarqueEtudiant
            MOVE 'EXPORTER-ETUDIANT' TO errlog-paragraphe
            MOVE SPACES TO errlog-message
            STRING 'Etudiant sans moyenne non envoyé : '
                exe-matricule(indiceEtudiant)
                DELIMITED BY SIZE INTO errlog-message
            PERFORM ECRITURE-ERRLOG
        WHEN OTHER
            PERFORM ECRITURE-ETUDIANT-EXPORT
    END-EVALUATE.
    MOVE moyenneEtudiant TO moyenne-editee.
    MOVE SPACES TO ligne-controle.
    IF indiceDecisionTrouvee > 0
        STRING exe-matricule(indiceEtudiant) '  '
            exe-nom(indiceEtudiant) ' '
            exe-classe(indiceEtudiant) '   '
            moyenne-editee '  '
            mentionEtudiant ' '
            dcc-decision(indiceDecisionTrouvee) '   '
            exe-nb-matieres(indiceEtudiant) ' '
            remarqueEtudiant
            DELIMITED BY SIZE INTO ligne-controle
    ELSE
        STRING exe-matricule(indiceEtudiant) '  '
            exe-nom(indiceEtudiant) ' '
            exe-classe(indiceEtudiant) '   '
            moyenne-editee '  '
            mentionEtudiant ' '
            '             '
            exe-nb-matieres(indiceEtudiant) ' '
            remarqueEtudiant
            DELIMITED BY SIZE INTO ligne-controle
    END-IF.
    WRITE enr-controle FROM ligne-controle.

ECRITURE-ETUDIANT-EXPORT.
    MOVE moyenneEtudiant TO noteAClasser.
    PERFORM CLASSER-NOTE-BANDES.
    IF indiceBandeTrouvee > 0
        MOVE nomBandeTrouvee TO mentionEtudiant
    ELSE
        MOVE 'SANS MENTION' TO mentionEtudiant
    END-IF.
    PERFORM CHERCHER-DECISION-ETUDIANT.
    MOVE SPACES TO enr-resultat-registre.
    MOVE '1' TO rrg-type.
    MOVE exe-matricule(indiceEtudiant) TO rrg-etu-matricule.
    MOVE exe-nom(indiceEtudiant) TO rrg-etu-nom.
    MOVE exe-classe(indiceEtudiant) TO rrg-etu-classe.
    MOVE moyenneEtudiant TO rrg-etu-moyenne.
    MOVE mentionEtudiant TO rrg-etu-mention.
    IF indiceDecisionTrouvee > 0
        MOVE dcc-decision(indiceDecisionTrouvee) TO rrg-etu-decision
        MOVE dcc-moyenne(indiceDecisionTrouvee) TO rrg-etu-moyenne-jury
        MOVE dcc-session(indiceDecisionTrouvee) TO rrg-etu-session
        COMPUTE hashNotes = hashNotes
            + dcc-moyenne(indiceDecisionTrouvee) * 100
        IF dcc-decision(indiceDecisionTrouvee) = 'RATTRAPAGE'
            ADD 1 TO nbDecisionsProvisoires
            MOVE 'DECISION PROVISOIRE : RATTRAPAGE' TO remarqueEtudiant
        END-IF
    ELSE
        MOVE 0 TO rrg-etu-moyenne-jury
        ADD 1 TO nbSansDecision
        MOVE 'SANS DECISION DU JURY' TO remarqueEtudiant
    END-IF.
    WRITE enr-resultat-registre.
    ADD 1 TO nbEnregistrementsEnvoyes.
    ADD 1 TO nbEtudiantsEnvoyes.
    COMPUTE hashNotes = hashNotes + moyenneEtudiant * 100.
    PERFORM VARYING indiceNote FROM 1 BY 1
            UNTIL indiceNote > nbNotesExport
        IF nte-etudiant(indiceNote) = indiceEtudiant
            PERFORM ECRITURE-MATIERE-EXPORT
        END-IF
    END-PERFORM.

CHERCHER-DECISION-ETUDIANT.
    MOVE 0 TO indiceDecisionTrouvee.
    PERFORM VARYING indiceDecision FROM 1 BY 1
            UNTIL indiceDecision > nbDecisions
               OR indiceDecisionTrouvee > 0
        IF dcc-matricule(indiceDecision) = exe-matricule(indiceEtudiant)
           AND dcc-nom(indiceDecision) = exe-nom(indiceEtudiant)
            MOVE indiceDecision TO indiceDecisionTrouvee
        END-IF
    END-PERFORM.

ECRITURE-MATIERE-EXPORT.
    MOVE SPACES TO enr-resultat-registre.
    MOVE '2' TO rrg-type.
    MOVE exe-matricule(indiceEtudiant) TO rrg-mat-matricule.
    MOVE nte-matiere(indiceNote) TO rrg-mat-code.
    MOVE nte-coef(indiceNote) TO rrg-mat-coef.
    MOVE nte-note(indiceNote) TO rrg-mat-note.
    WRITE enr-resultat-registre.
    ADD 1 TO nbEnregistrementsEnvoyes.
    ADD 1 TO nbMatieresEnvoyees.
    COMPUTE hashNotes = hashNotes + nte-note(indiceNote) * 100.

ECRITURE-FIN-EXPORT.
    ADD 1 TO nbEnregistrementsEnvoyes.
    MOVE SPACES TO enr-resultat-registre.
    MOVE '9' TO rrg-type.
    MOVE nbEtudiantsEnvoyes TO rrg-fin-nb-etudiants.
    MOVE nbMatieresEnvoyees TO rrg-fin-nb-matieres.
    MOVE nbEnregistrementsEnvoyes TO rrg-fin-nb-total.
    MOVE hashNotes TO rrg-fin-hash.
    WRITE enr-resultat-registre.

ENREGISTRER-ENVOI.
    MOVE codeEcole TO env-ecole.
    MOVE periodeExport TO env-periode.
    MOVE numeroEnvoi TO env-numero.
    MOVE natureEnvoi TO env-nature.
    MOVE dateEnvoi TO env-date.
    MOVE heureEnvoi TO env-heure.
    MOVE nbEtudiantsEnvoyes TO env-nb-etudiants.
    MOVE nbMatieresEnvoyees TO env-nb-matieres.
    MOVE hashNotes TO env-hash.
    MOVE nomFichierResultats TO env-fichier.
    MOVE codeOperateur TO env-operateur.
    OPEN EXTEND fichier-envois-registre.
    WRITE enr-envoi-registre.
    CLOSE fichier-envois-registre.

*> Une correction dont les totaux de contrôle sont ceux de l'envoi
*> qu'elle remplace n'apporte rien au registre : elle est signalée.
ECRITURE-SYNTHESE-EXPORT.
    IF natureEnvoi = 'C'
       AND nbEtudiantsEnvoyes = nbEtudiantsPrecedent
       AND nbMatieresEnvoyees = nbMatieresPrecedent
       AND hashNotes = hashPrecedent
        MOVE 'Y' TO envoiIdentique
    END-IF.
    EVALUATE TRUE
        WHEN nbRejets > 0
            MOVE 8 TO codeRetourExport
        WHEN nbSansDecision > 0
          OR nbDecisionsProvisoires > 0
          OR envoiIdentique = 'Y'
            MOVE 4 TO codeRetourExport
        WHEN OTHER
            MOVE 0 TO codeRetourExport
    END-EVALUATE.
    MOVE SPACES TO ligne-controle.
    WRITE enr-controle FROM ligne-controle.
    MOVE nbEtudiantsEnvoyes TO compteur-edite.
    MOVE SPACES TO ligne-controle.
    STRING 'ENREGISTREMENTS ETUDIANT=' compteur-edite
        DELIMITED BY SIZE INTO ligne-controle.
    WRITE enr-controle FROM ligne-controle.
    DISPLAY ligne-controle.
    MOVE nbMatieresEnvoyees TO compteur-edite.
    MOVE SPACES TO ligne-controle.
    STRING 'ENREGISTREMENTS MATIERE=' compteur-edite
        DELIMITED BY SIZE INTO ligne-controle.
    WRITE enr-controle FROM ligne-controle.
    DISPLAY ligne-controle.
    MOVE nbEnregistrementsEnvoyes TO compteur-edite.
    MOVE SPACES TO ligne-controle.
    STRING 'ENREGISTREMENTS AU TOTAL=' compteur-edite
        ' (ENTETE ET FIN COMPRIS)'
        DELIMITED BY SIZE INTO ligne-controle.
    WRITE enr-controle FROM ligne-controle.
    MOVE hashNotes TO hash-edite.
    MOVE SPACES TO ligne-controle.
    STRING 'TOTAL DE CONTROLE DES NOTES=' hash-edite
        ' (CENTIEMES)'
        DELIMITED BY SIZE INTO ligne-controle.
    WRITE enr-controle FROM ligne-controle.
    DISPLAY ligne-controle.
    MOVE nbRejets TO compteur-edite.
    MOVE SPACES TO ligne-controle.
    STRING 'REJETS=' compteur-edite
        DELIMITED BY SIZE INTO ligne-controle.
    WRITE enr-controle FROM ligne-controle.
    DISPLAY ligne-controle.
    MOVE nbSansDecision TO compteur-edite.
    MOVE SPACES TO ligne-controle.
    STRING 'ETUDIANTS SANS DECISION DU JURY=' compteur-edite
        DELIMITED BY SIZE INTO ligne-controle.
    WRITE enr-controle FROM ligne-controle.
    MOVE nbDecisionsProvisoires TO compteur-edite.
    MOVE SPACES TO ligne-controle.
    STRING 'DECISIONS PROVISOIRES (RATTRAPAGE)=' compteur-edite
        DELIMITED BY SIZE INTO ligne-controle.
    WRITE enr-controle FROM ligne-controle.
    IF envoiIdentique = 'Y'
        MOVE SPACES TO ligne-controle
        STRING 'ATTENTION : TOTAUX IDENTIQUES A CEUX DE L''ENVOI '
            numeroPrecedent ', CORRECTION SANS CHANGEMENT'
            DELIMITED BY SIZE INTO ligne-controle
        WRITE enr-controle FROM ligne-controle
        DISPLAY ligne-controle
    END-IF.

ECRITURE-CATALOGUE-EXPORT.
    MOVE 'EXPORTREGISTRE' TO cat-programme.
    MOVE 'ETUDIANTS.DAT' TO cat-fichier-entree.
    IF echecExport = 'Y'
        MOVE SPACES TO cat-fichier-sortie
    ELSE
        MOVE nomFichierResultats TO cat-fichier-sortie
    END-IF.
    MOVE nbEnregistrementsEnvoyes TO cat-enregistrements.
    MOVE nbRejets TO cat-rejets.
    EVALUATE codeRetourExport
        WHEN 0 MOVE 'OK' TO cat-resultat
        WHEN 4 MOVE 'AVERTISSEMENT' TO cat-resultat
        WHEN 8 MOVE 'REJETS' TO cat-resultat
        WHEN OTHER MOVE 'ECHEC FICHIER' TO cat-resultat
    END-EVALUATE.
    PERFORM ECRITURE-CATALOGUE.

COPY "bandes-charge.cpy".

COPY "signon.cpy".

COPY "permission-controle.cpy".

COPY "verrou-prise.cpy".

COPY "catalogue-write.cpy".

COPY "etat-mise-en-page.cpy".

COPY "errlog-write.cpy".
