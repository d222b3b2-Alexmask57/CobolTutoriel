    SELECT fichier-regles-jury ASSIGN TO "REGLESJURY.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS statutReglesJury.
    SELECT fichier-jury ASSIGN TO DYNAMIC nomFichierJury
        ORGANIZATION IS LINE SEQUENTIAL.
    COPY "rattrapage-select.cpy".
    SELECT fichier-liste-rattrapage ASSIGN TO "RATTRAPAGE.PRT"
        ORGANIZATION IS LINE SEQUENTIAL.
    COPY "jurydec-select.cpy".
    SELECT OPTIONAL fichier-decisions-neuf
        ASSIGN TO "JURYDECISIONS.NEW"
        ORGANIZATION IS LINE SEQUENTIAL.
    COPY "bandes-select.cpy".
    COPY "matieres-select.cpy".
    COPY "absences-select.cpy".
    COPY "errlog-select.cpy".
    COPY "etat-select.cpy".
DATA DIVISION.
FILE SECTION.
COPY "etudiants-fd.cpy".
       10 reg-matiere PIC X(5).
       10 reg-barre-matiere PIC 99V99.
       10 FILLER PIC X(11).
    05 FILLER REDEFINES reg-donnees.
       10 reg-max-abs-nj PIC 9(3).
       10 reg-max-abs-total PIC 9(3).
       10 FILLER PIC X(14).
    05 FILLER REDEFINES reg-donnees.
       10 reg-regle-rattrapage PIC X(1).
       10 FILLER PIC X(19).
FD fichier-jury.
01 enr-jury PIC X(160).
COPY "rattrapage-fd.cpy".
FD fichier-liste-rattrapage.
01 enr-liste-rattrapage PIC X(132).
COPY "jurydec-fd.cpy".
FD fichier-decisions-neuf.
01 enr-decision-neuf PIC X(62).
COPY "bandes-fd.cpy".
COPY "matieres-fd.cpy".
COPY "absences-fd.cpy".
COPY "errlog-fd.cpy".
COPY "etat-fd.cpy".
WORKING-STORAGE SECTION.
       COPY "errlog-ws.cpy".
       COPY "etat-ws.cpy".
       COPY "bandes-table.cpy".
       COPY "matieres-table.cpy".
       77 statutEtudiants PIC XX.
       77 statutReglesJury PIC XX.
       77 statutAbsences PIC XX.
       77 statutRattrapage PIC XX.
       77 statutDecisionsJury PIC XX.
       77 dateDeliberation PIC 9(8).
       77 ligneCommande PIC X(20).
       77 saisiePeriode PIC X(8).
       77 saisieSession PIC X(8).
       77 sessionJury PIC X(1) VALUE '1'.
       77 nomFichierJury PIC X(20) VALUE 'JURYDELIB.PRT'.
       77 periodeJustifiee PIC X(6) JUSTIFIED RIGHT.
       77 periodeFiltre PIC 9(6) VALUE 0.
       77 periodeEnregistrement PIC 9(6).
       77 barreGlobale PIC 99V99.
       77 nbMaxEchecs PIC 9(2).
       77 seuilCompensation PIC 99V99.
       77 regleAbsenceVue PIC X(1) VALUE 'N'.
       77 nbMaxAbsNonJustifiees PIC 9(3) VALUE 0.
       77 nbMaxAbsTotal PIC 9(3) VALUE 0.
       77 nbAbsencesNonJustifiees PIC 9(4).
       77 absencesExcessives PIC X(1).
       77 regleRattrapage PIC X(1) VALUE 'M'.
       77 regleRattrapageVue PIC X(1) VALUE 'N'.
       77 noteRetenue PIC 99V99.
       77 indiceRattrapage PIC 9(4).
       77 indiceRattrapageTrouve PIC 9(4).
       77 nbRattrapagesPeriode PIC 9(4) VALUE 0.
       77 nbEtudiantsRattrapage PIC 9(3) VALUE 0.
       77 nbMatieresRattrapage PIC 9(4) VALUE 0.
       77 nbNotesNonSaisies PIC 9(4) VALUE 0.
       77 nbDecisionsChangees PIC 9(3) VALUE 0.
       77 moyenneInitiale PIC 99V99.
       77 decisionInitiale PIC X(10).
       77 moyenneCalculee PIC 99V99.
       77 nbEchecsCalcules PIC 9(2).
       77 decisionCalculee PIC X(10).
       77 codeMatiereEchec PIC X(5).
       77 note-editee PIC Z9.99.
       77 note-rattrapage-editee PIC Z9.99.
       77 note-retenue-editee PIC Z9.99.
       77 moyenne-initiale-editee PIC Z9.99.
       77 ligne-rattrapage PIC X(132).
       77 barreApplicable PIC 99V99.
       77 indiceBarre PIC 9(2).
       77 nbBarresMatieres PIC 9(2) VALUE 0.
       77 barre-editee PIC Z9.99.
       77 ligne-jury PIC X(160).
       77 compteur-edite PIC ZZZZZ9.
       77 pointeurLigne PIC 9(3).
       77 longueurLibelleEchec PIC 9(2).
       77 positionEchec PIC 9(2).
       77 rangEchec PIC 9(2).
       77 separateurEchec PIC X(2).

       01 tableBarresMatieres.
          05 barreMatiere OCCURS 20.
          05 nbJures PIC 9(3) VALUE 0.
          05 jureEntree OCCURS 300.
             10 jur-nom PIC X(20).
             10 jur-matricule PIC X(8).
             10 jur-classe PIC X(5).
             10 jur-somme-ponderee PIC 9(7)V9999.
             10 jur-somme-coefs PIC 9(4)V9.
             10 jur-nb-echecs PIC 9(2).
             10 jur-matieres-echec PIC X(30).
             10 jur-abs-total PIC 9(4).
             10 jur-abs-justifiees PIC 9(4).
             10 jur-note-echec PIC 99V99 OCCURS 5.
             10 jur-somme-ponderee-init PIC 9(7)V9999.
             10 jur-nb-echecs-init PIC 9(2).
             10 jur-moyenne-initiale PIC 99V99.
             10 jur-decision-initiale PIC X(10).
             10 jur-moyenne PIC 99V99.
             10 jur-decision PIC X(10).

       01 tableRattrapages.
          05 nbRattrapages PIC 9(4) VALUE 0.
          05 rattrapageEntree OCCURS 1500.
             10 rte-periode PIC 9(6).
             10 rte-matricule PIC X(8).
             10 rte-nom PIC X(20).
             10 rte-matiere PIC X(5).
             10 rte-note-session1 PIC 99V99.
             10 rte-note-rattrapage PIC 99V99.
             10 rte-saisie PIC X(1).
             10 rte-appliquee PIC X(1).
             10 rte-note-retenue PIC 99V99.

       01 tableClassesJury.
          05 classeJury OCCURS 20.
             10 clj-admis PIC 9(3).
             10 clj-rattrapage PIC 9(3).
             10 clj-redouble PIC 9(3).
             10 clj-exclu PIC 9(3).

PROCEDURE DIVISION.

*> Ligne de commande : période délibérée (AAAAPP, vide ou 0 pour
*> toutes) puis session. La première session (par défaut) édite
*> JURYDELIB.PRT et la liste des rattrapages RATTRAPAGE.PRT / .DAT ;
*> la session 2, lancée une fois les notes de rattrapage saisies
*> (SAISIERATTRAP), édite les décisions finales et les changements
*> dans JURYFINAL.PRT. Les décisions de la période sont gardées
*> dans JURYDECISIONS.DAT pour l'envoi au registre académique.
TRAITEMENT-PRINCIPAL.
    ACCEPT ligneCommande FROM COMMAND-LINE.
    UNSTRING ligneCommande DELIMITED BY ALL SPACE
        INTO saisiePeriode saisieSession.
    IF saisiePeriode NOT = SPACES
        MOVE FUNCTION TRIM(saisiePeriode) TO periodeJustifiee
        INSPECT periodeJustifiee REPLACING LEADING SPACE BY ZERO
            MOVE periodeJustifiee TO periodeFiltre
        END-IF
    END-IF.
    IF saisieSession = '2'
        MOVE '2' TO sessionJury
        MOVE 'JURYFINAL.PRT' TO nomFichierJury
    END-IF.
    MOVE 'JURYDELIB' TO errlog-programme.
    PERFORM CHARGER-BANDES-NOTES.
    IF bandesValides = 'N'
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM CHARGER-MATIERES.
    IF matieresValides = 'N'
        DISPLAY 'MATIERES.DAT invalide ou absent, délibération refusée.'
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM CHARGER-REGLES-JURY.
    IF reglesValides = 'N'
        DISPLAY 'REGLESJURY.DAT invalide ou absent, délibération refusée.'
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM CHARGER-RATTRAPAGES.
    IF RETURN-CODE = 12
        STOP RUN
    END-IF.
    IF sessionJury = '2' AND nbRattrapagesPeriode = 0
        DISPLAY 'Aucun rattrapage pour cette période, seconde délibération refusée.'
        MOVE 'TRAITEMENT-PRINCIPAL' TO errlog-paragraphe
        MOVE 'Seconde délibération sans liste de rattrapage' TO errlog-message
        PERFORM ECRITURE-ERRLOG
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM LECTURE-NOTES-JURY.
    IF RETURN-CODE = 12
        STOP RUN
    END-IF.
    PERFORM LECTURE-ABSENCES-JURY.
    PERFORM ECRITURE-LISTE-JURY.
    PERFORM ENREGISTRER-DECISIONS-JURY.
    IF sessionJury = '1'
        PERFORM PRODUIRE-LISTE-RATTRAPAGE
    END-IF.
    IF nbNotesNonSaisies > 0
        MOVE 'TRAITEMENT-PRINCIPAL' TO errlog-paragraphe
        MOVE 'Notes de rattrapage non saisies, note de session 1 gardée' TO errlog-message
        PERFORM ECRITURE-ERRLOG
        MOVE 4 TO RETURN-CODE
    END-IF.
    STOP RUN.

CHARGER-REGLES-JURY.
                MOVE reg-barre-matiere
                    TO bam-barre(nbBarresMatieres)
            END-IF
        WHEN 'A'
            IF reg-max-abs-nj NOT NUMERIC
               OR reg-max-abs-total NOT NUMERIC
               OR regleAbsenceVue = 'Y'
                PERFORM SIGNALER-REGLE-INVALIDE
            ELSE
                MOVE 'Y' TO regleAbsenceVue
                MOVE reg-max-abs-nj TO nbMaxAbsNonJustifiees
                MOVE reg-max-abs-total TO nbMaxAbsTotal
            END-IF
        WHEN 'R'
            IF (reg-regle-rattrapage NOT = 'M'
                AND reg-regle-rattrapage NOT = 'R')
               OR regleRattrapageVue = 'Y'
                PERFORM SIGNALER-REGLE-INVALIDE
            ELSE
                MOVE 'Y' TO regleRattrapageVue
                MOVE reg-regle-rattrapage TO regleRattrapage
            END-IF
        WHEN OTHER
            PERFORM SIGNALER-REGLE-INVALIDE
    END-EVALUATE.
    ELSE
        PERFORM TROUVER-JURE
        IF indiceJureTrouve > 0
            MOVE etu-note TO noteRetenue
            IF sessionJury = '2'
                PERFORM APPLIQUER-RATTRAPAGE
            END-IF
            COMPUTE jur-somme-ponderee(indiceJureTrouve) =
                jur-somme-ponderee(indiceJureTrouve)
                + noteRetenue * etu-coef
            COMPUTE jur-somme-ponderee-init(indiceJureTrouve) =
                jur-somme-ponderee-init(indiceJureTrouve)
                + etu-note * etu-coef
            ADD etu-coef TO jur-somme-coefs(indiceJureTrouve)
            PERFORM CHERCHER-BARRE-MATIERE
            IF etu-note < barreApplicable
                ADD 1 TO jur-nb-echecs-init(indiceJureTrouve)
            END-IF
            IF noteRetenue < barreApplicable
                ADD 1 TO jur-nb-echecs(indiceJureTrouve)
                PERFORM NOTER-MATIERE-ECHEC
            END-IF
        END-IF
    END-IF.

*> L'étudiant délibéré est identifié par son matricule et son nom,
*> pour ne pas fondre deux homonymes en un seul dossier.
TROUVER-JURE.
    MOVE 0 TO indiceJureTrouve.
    PERFORM VARYING indiceJure FROM 1 BY 1
            UNTIL indiceJure > nbJures
               OR indiceJureTrouve > 0
        IF jur-nom(indiceJure) = etu-nom
           AND jur-matricule(indiceJure) = etu-matricule
            MOVE indiceJure TO indiceJureTrouve
        END-IF
    END-PERFORM.
    IF indiceJureTrouve = 0 AND nbJures < 300
        ADD 1 TO nbJures
        MOVE etu-nom TO jur-nom(nbJures)
        MOVE etu-matricule TO jur-matricule(nbJures)
        MOVE etu-classe TO jur-classe(nbJures)
        MOVE 0 TO jur-somme-ponderee(nbJures)
        MOVE 0 TO jur-somme-coefs(nbJures)
        MOVE 0 TO jur-nb-echecs(nbJures)
        MOVE SPACES TO jur-matieres-echec(nbJures)
        MOVE 0 TO jur-abs-total(nbJures)
        MOVE 0 TO jur-abs-justifiees(nbJures)
        MOVE 0 TO jur-somme-ponderee-init(nbJures)
        MOVE 0 TO jur-nb-echecs-init(nbJures)
        MOVE nbJures TO indiceJureTrouve
    END-IF.
    IF indiceJureTrouve = 0
        PERFORM ECRITURE-ERRLOG
    END-IF.

*> Barre applicable : celle de la matière pour la classe de
*> l'étudiant (MATIERES.DAT) si elle existe, sinon la barre de la
*> matière des règles du jury, sinon la barre globale.
CHERCHER-BARRE-MATIERE.
    MOVE barreGlobale TO barreApplicable.
    PERFORM VARYING indiceBarre FROM 1 BY 1
            MOVE bam-barre(indiceBarre) TO barreApplicable
        END-IF
    END-PERFORM.
    MOVE etu-matiere TO codeMatiereCherche.
    MOVE etu-classe TO classeMatiereCherchee.
    PERFORM CHERCHER-BARRE-CLASSE.
    IF barreClasseDefinie = 'Y'
        MOVE barreClasseTrouvee TO barreApplicable
    END-IF.

*> Les absences de la période délibérée sont rattachées à l'étudiant
*> qui porte leur matricule ; un fichier ABSENCES.DAT absent ne compte
*> aucune absence.
LECTURE-ABSENCES-JURY.
    OPEN INPUT fichier-absences.
    MOVE 'N' TO finFichierCourant.
    PERFORM UNTIL finFichierCourant = 'Y'
        READ fichier-absences
            AT END MOVE 'Y' TO finFichierCourant
            NOT AT END PERFORM CUMULER-ABSENCE-JURY
        END-READ
    END-PERFORM.
    CLOSE fichier-absences.

CUMULER-ABSENCE-JURY.
    IF abs-periode IS NUMERIC
        MOVE abs-periode TO periodeEnregistrement
    ELSE
        MOVE 0 TO periodeEnregistrement
    END-IF.
    IF abs-matricule NOT = SPACES
       AND (periodeFiltre = 0
            OR periodeEnregistrement = periodeFiltre)
        MOVE 0 TO indiceJureTrouve
        PERFORM VARYING indiceJure FROM 1 BY 1
                UNTIL indiceJure > nbJures
                   OR indiceJureTrouve > 0
            IF jur-matricule(indiceJure) = abs-matricule
                MOVE indiceJure TO indiceJureTrouve
            END-IF
        END-PERFORM
        IF indiceJureTrouve > 0
            ADD 1 TO jur-abs-total(indiceJureTrouve)
            IF abs-justifiee = 'J'
                ADD 1 TO jur-abs-justifiees(indiceJureTrouve)
            END-IF
        END-IF
    END-IF.

*> Règle de remplacement (enregistrement 'R' de REGLESJURY.DAT) :
*> 'M' retient la meilleure des deux notes (par défaut), 'R' retient
*> la note de rattrapage seule. Une note de rattrapage non saisie
*> laisse la note de première session.
APPLIQUER-RATTRAPAGE.
    MOVE 0 TO indiceRattrapageTrouve.
    IF etu-matricule NOT = SPACES
        PERFORM VARYING indiceRattrapage FROM 1 BY 1
                UNTIL indiceRattrapage > nbRattrapages
                   OR indiceRattrapageTrouve > 0
            IF rte-periode(indiceRattrapage) = periodeFiltre
               AND rte-matricule(indiceRattrapage) = etu-matricule
               AND rte-matiere(indiceRattrapage) = etu-matiere
                MOVE indiceRattrapage TO indiceRattrapageTrouve
            END-IF
        END-PERFORM
    END-IF.
    IF indiceRattrapageTrouve > 0
        IF rte-saisie(indiceRattrapageTrouve) = 'O'
            IF regleRattrapage = 'R'
               OR rte-note-rattrapage(indiceRattrapageTrouve)
                  > etu-note
                MOVE rte-note-rattrapage(indiceRattrapageTrouve)
                    TO noteRetenue
            END-IF
            MOVE 'Y' TO rte-appliquee(indiceRattrapageTrouve)
            MOVE noteRetenue TO rte-note-retenue(indiceRattrapageTrouve)
        END-IF
    END-IF.

NOTER-MATIERE-ECHEC.
    MOVE jur-nb-echecs(indiceJureTrouve) TO rangEchec.
    IF rangEchec <= 5
        MOVE noteRetenue TO jur-note-echec(indiceJureTrouve, rangEchec)
    END-IF.
    IF jur-matieres-echec(indiceJureTrouve) = SPACES
        MOVE etu-matiere
            TO jur-matieres-echec(indiceJureTrouve)(1:5)

    MOVE barreGlobale TO barre-editee.
    MOVE SPACES TO ligne-jury.
    IF sessionJury = '2'
        STRING 'DELIBERATION FINALE APRES RATTRAPAGE  BARRE='
            barre-editee ' ECHECS MAX=' nbMaxEchecs
            DELIMITED BY SIZE INTO ligne-jury
    ELSE
        STRING 'LISTE DE DELIBERATION DU JURY  BARRE=' barre-editee
            ' ECHECS MAX=' nbMaxEchecs
            DELIMITED BY SIZE INTO ligne-jury
    END-IF.
    WRITE enr-jury FROM ligne-jury.
    IF sessionJury = '2'
        MOVE SPACES TO ligne-jury
        IF regleRattrapage = 'R'
            MOVE 'REGLE DE RATTRAPAGE : NOTE DE RATTRAPAGE SEULE'
                TO ligne-jury
        ELSE
            MOVE 'REGLE DE RATTRAPAGE : MEILLEURE DES DEUX NOTES'
                TO ligne-jury
        END-IF
        WRITE enr-jury FROM ligne-jury
    END-IF.
    MOVE seuilCompensation TO barre-editee.
    MOVE SPACES TO ligne-jury.
    STRING 'SEUIL DE COMPENSATION=' barre-editee
        DELIMITED BY SIZE INTO ligne-jury.
    WRITE enr-jury FROM ligne-jury.
    IF regleAbsenceVue = 'Y'
        MOVE SPACES TO ligne-jury
        STRING 'REGLE D''ABSENCE : NON JUSTIFIEES MAX='
            nbMaxAbsNonJustifiees ' TOTAL MAX=' nbMaxAbsTotal
            ' (000 = SANS LIMITE)'
            DELIMITED BY SIZE INTO ligne-jury
        WRITE enr-jury FROM ligne-jury
    END-IF.
    IF periodeFiltre > 0
        MOVE SPACES TO ligne-jury
        STRING 'PERIODE=' periodeFiltre
    END-PERFORM.

    PERFORM ECRITURE-SYNTHESE-JURY.
    IF sessionJury = '2'
        PERFORM ECRITURE-CHANGEMENTS
    END-IF.
    CLOSE fichier-jury.
    MOVE nomFichierJury TO etatNomFichier.
    MOVE 'JURYDELIB' TO etatProgramme.
    IF sessionJury = '2'
        MOVE 'DELIBERATION APRES RATTRAPAGE' TO etatTitre
    ELSE
        MOVE 'DELIBERATION DU JURY' TO etatTitre
    END-IF.
    PERFORM MISE-EN-PAGE-ETAT.

*> La décision de première session est toujours calculée sur les
*> notes d'origine. En seconde session, seuls les étudiants envoyés
*> au rattrapage sont redélibérés sur les notes retenues ; il n'y a
*> pas de second rattrapage : un étudiant encore en échec dans une
*> matière est admis si sa moyenne atteint la barre globale, sinon il
*> redouble.
DELIBERER-UN-ETUDIANT.
    IF jur-somme-coefs(indiceJure) > 0
        COMPUTE moyenneInitiale =
            jur-somme-ponderee-init(indiceJure)
            / jur-somme-coefs(indiceJure)
    ELSE
        MOVE 0 TO moyenneInitiale
    END-IF.
    PERFORM CONTROLER-ABSENCES-JURE.
    MOVE moyenneInitiale TO moyenneCalculee.
    MOVE jur-nb-echecs-init(indiceJure) TO nbEchecsCalcules.
    PERFORM DECIDER-JURE.
    MOVE decisionCalculee TO decisionInitiale.
    MOVE moyenneInitiale TO moyenneJure.
    MOVE decisionInitiale TO decisionJure.
    IF sessionJury = '2' AND decisionInitiale = 'RATTRAPAGE'
        IF jur-somme-coefs(indiceJure) > 0
            COMPUTE moyenneJure =
                jur-somme-ponderee(indiceJure)
                / jur-somme-coefs(indiceJure)
        ELSE
            MOVE 0 TO moyenneJure
        END-IF
        MOVE moyenneJure TO moyenneCalculee
        MOVE jur-nb-echecs(indiceJure) TO nbEchecsCalcules
        PERFORM DECIDER-JURE
        IF decisionCalculee = 'RATTRAPAGE'
            IF moyenneJure >= barreGlobale
                MOVE 'ADMIS' TO decisionCalculee
            ELSE
                MOVE 'REDOUBLE' TO decisionCalculee
            END-IF
        END-IF
        MOVE decisionCalculee TO decisionJure
    END-IF.
    MOVE moyenneInitiale TO jur-moyenne-initiale(indiceJure).
    MOVE decisionInitiale TO jur-decision-initiale(indiceJure).
    MOVE moyenneJure TO jur-moyenne(indiceJure).
    MOVE decisionJure TO jur-decision(indiceJure).
    MOVE moyenneJure TO noteAClasser.
    PERFORM CLASSER-NOTE-BANDES.
    PERFORM CUMULER-DECISION-CLASSE.
    MOVE moyenneJure TO moyenne-edite.
    MOVE SPACES TO ligne-jury.
    IF indiceBandeTrouvee > 0
        STRING jur-nom(indiceJure)
            ' MATRICULE=' jur-matricule(indiceJure)
            ' CLASSE=' jur-classe(indiceJure)
            ' MOYENNE=' moyenne-edite
            ' MENTION=' nomBandeTrouvee
            ' ECHECS=' jur-nb-echecs(indiceJure)
            ' ABSENCES=' jur-abs-total(indiceJure)
            ' NJ=' nbAbsencesNonJustifiees
            ' DECISION=' decisionJure
            DELIMITED BY SIZE INTO ligne-jury
    ELSE
        STRING jur-nom(indiceJure)
            ' MATRICULE=' jur-matricule(indiceJure)
            ' CLASSE=' jur-classe(indiceJure)
            ' MOYENNE=' moyenne-edite
            ' MENTION=SANS MENTION'
            ' ECHECS=' jur-nb-echecs(indiceJure)
            ' ABSENCES=' jur-abs-total(indiceJure)
            ' NJ=' nbAbsencesNonJustifiees
            ' DECISION=' decisionJure
            DELIMITED BY SIZE INTO ligne-jury
    END-IF.
    WRITE enr-jury FROM ligne-jury.
    IF jur-nb-echecs(indiceJure) > 0
        PERFORM ECRITURE-MATIERES-ECHEC
    END-IF.

*> Les matières en échec (cinq au plus, codes rangés de 6 en 6 dans
*> jur-matieres-echec) sont imprimées sous leur libellé complet ; un
*> libellé qui ne tient plus sur la ligne part sur une ligne de suite.
ECRITURE-MATIERES-ECHEC.
    MOVE SPACES TO ligne-jury.
    MOVE 1 TO pointeurLigne.
    STRING '    MATIERES EN ECHEC :'
        DELIMITED BY SIZE INTO ligne-jury
        WITH POINTER pointeurLigne.
    MOVE ' ' TO separateurEchec.
    PERFORM VARYING rangEchec FROM 1 BY 1 UNTIL rangEchec > 5
        COMPUTE positionEchec = (rangEchec - 1) * 6 + 1
        IF jur-matieres-echec(indiceJure)(positionEchec:5) NOT = SPACES
            MOVE jur-matieres-echec(indiceJure)(positionEchec:5)
                TO codeMatiereCherche
            PERFORM CHERCHER-MATIERE-REF
            COMPUTE longueurLibelleEchec =
                FUNCTION LENGTH(FUNCTION TRIM(libelleMatiereTrouve))
            IF pointeurLigne + 2 + longueurLibelleEchec > 161
                WRITE enr-jury FROM ligne-jury
                MOVE SPACES TO ligne-jury
                MOVE 1 TO pointeurLigne
                STRING '    MATIERES EN ECHEC (SUITE) :'
                    DELIMITED BY SIZE INTO ligne-jury
                    WITH POINTER pointeurLigne
                MOVE ' ' TO separateurEchec
            END-IF
            STRING separateurEchec FUNCTION TRIM(libelleMatiereTrouve)
                DELIMITED BY SIZE INTO ligne-jury
                WITH POINTER pointeurLigne
            END-STRING
            MOVE '; ' TO separateurEchec
        END-IF
    END-PERFORM.
    WRITE enr-jury FROM ligne-jury.

*> JURYDECISIONS.DAT garde la dernière décision de chaque période :
*> les décisions des autres périodes sont recopiées dans
*> JURYDECISIONS.NEW, celles de la délibération en cours y sont
*> ajoutées, puis le fichier est rechargé.
ENREGISTRER-DECISIONS-JURY.
    MOVE FUNCTION CURRENT-DATE(1:8) TO dateDeliberation.
    OPEN INPUT fichier-decisions-jury.
    OPEN OUTPUT fichier-decisions-neuf.
    MOVE 'N' TO finFichierCourant.
    PERFORM UNTIL finFichierCourant = 'Y'
        READ fichier-decisions-jury
            AT END MOVE 'Y' TO finFichierCourant
            NOT AT END
                IF jdc-periode NOT = periodeFiltre
                    WRITE enr-decision-neuf FROM enr-decision-jury
                END-IF
        END-READ
    END-PERFORM.
    CLOSE fichier-decisions-jury.
    PERFORM VARYING indiceJure FROM 1 BY 1
            UNTIL indiceJure > nbJures
        MOVE periodeFiltre TO jdc-periode
        MOVE sessionJury TO jdc-session
        MOVE jur-matricule(indiceJure) TO jdc-matricule
        MOVE jur-nom(indiceJure) TO jdc-nom
        MOVE jur-classe(indiceJure) TO jdc-classe
        MOVE jur-moyenne(indiceJure) TO jdc-moyenne
        MOVE jur-decision(indiceJure) TO jdc-decision
        MOVE dateDeliberation TO jdc-date
        WRITE enr-decision-neuf FROM enr-decision-jury
    END-PERFORM.
    CLOSE fichier-decisions-neuf.
    OPEN INPUT fichier-decisions-neuf.
    OPEN OUTPUT fichier-decisions-jury.
    MOVE 'N' TO finFichierCourant.
    PERFORM UNTIL finFichierCourant = 'Y'
        READ fichier-decisions-neuf
            AT END MOVE 'Y' TO finFichierCourant
            NOT AT END WRITE enr-decision-jury FROM enr-decision-neuf
        END-READ
    END-PERFORM.
    CLOSE fichier-decisions-neuf.
    CLOSE fichier-decisions-jury.

DECIDER-JURE.
    EVALUATE TRUE
        WHEN absencesExcessives = 'Y'
            MOVE 'EXCLU' TO decisionCalculee
        WHEN nbEchecsCalcules > nbMaxEchecs
            MOVE 'REDOUBLE' TO decisionCalculee
        WHEN moyenneCalculee < seuilCompensation
            MOVE 'REDOUBLE' TO decisionCalculee
        WHEN nbEchecsCalcules > 0
            MOVE 'RATTRAPAGE' TO decisionCalculee
        WHEN OTHER
            MOVE 'ADMIS' TO decisionCalculee
    END-EVALUATE.

*> Règle d'absence (enregistrement 'A' de REGLESJURY.DAT) : au-delà
*> du maximum d'absences non justifiées, ou du maximum d'absences
*> toutes causes, l'étudiant est exclu de la délibération quelles que
*> soient ses notes. Un maximum à zéro ne limite rien.
CONTROLER-ABSENCES-JURE.
    MOVE 'N' TO absencesExcessives.
    COMPUTE nbAbsencesNonJustifiees = jur-abs-total(indiceJure)
        - jur-abs-justifiees(indiceJure).
    IF regleAbsenceVue = 'Y'
        IF (nbMaxAbsNonJustifiees > 0
            AND nbAbsencesNonJustifiees > nbMaxAbsNonJustifiees)
           OR (nbMaxAbsTotal > 0
               AND jur-abs-total(indiceJure) > nbMaxAbsTotal)
            MOVE 'Y' TO absencesExcessives
        END-IF
    END-IF.

CUMULER-DECISION-CLASSE.
    MOVE 0 TO indiceClasseJuryTrouvee.
        MOVE 0 TO clj-admis(nbClassesJury)
        MOVE 0 TO clj-rattrapage(nbClassesJury)
        MOVE 0 TO clj-redouble(nbClassesJury)
        MOVE 0 TO clj-exclu(nbClassesJury)
        MOVE nbClassesJury TO indiceClasseJuryTrouvee
    END-IF.
    IF indiceClasseJuryTrouvee > 0
                ADD 1 TO clj-admis(indiceClasseJuryTrouvee)
            WHEN 'RATTRAPAGE'
                ADD 1 TO clj-rattrapage(indiceClasseJuryTrouvee)
            WHEN 'EXCLU'
                ADD 1 TO clj-exclu(indiceClasseJuryTrouvee)
            WHEN OTHER
                ADD 1 TO clj-redouble(indiceClasseJuryTrouvee)
        END-EVALUATE
            ' ADMIS=' clj-admis(indiceClasseJury)
            ' RATTRAPAGE=' clj-rattrapage(indiceClasseJury)
            ' REDOUBLE=' clj-redouble(indiceClasseJury)
            ' EXCLU=' clj-exclu(indiceClasseJury)
            DELIMITED BY SIZE INTO ligne-jury
        WRITE enr-jury FROM ligne-jury
    END-PERFORM.
        DELIMITED BY SIZE INTO ligne-jury.
    WRITE enr-jury FROM ligne-jury.

*> RATTRAPAGE.DAT peut garder les rattrapages de plusieurs périodes :
*> il est chargé en entier, la première session n'en remplace que la
*> période délibérée, et la seconde session n'en lit que celle-ci.
CHARGER-RATTRAPAGES.
    MOVE 0 TO nbRattrapages.
    MOVE 0 TO nbRattrapagesPeriode.
    OPEN INPUT fichier-rattrapage.
    MOVE 'N' TO finFichierCourant.
    PERFORM UNTIL finFichierCourant = 'Y'
        READ fichier-rattrapage
            AT END MOVE 'Y' TO finFichierCourant
            NOT AT END PERFORM RANGER-RATTRAPAGE
        END-READ
    END-PERFORM.
    CLOSE fichier-rattrapage.

RANGER-RATTRAPAGE.
    IF nbRattrapages >= 1500
        MOVE 'Y' TO finFichierCourant
        MOVE 'CHARGER-RATTRAPAGES' TO errlog-paragraphe
        MOVE 'Table des rattrapages pleine, délibération refusée' TO errlog-message
        PERFORM ECRITURE-ERRLOG
        MOVE 12 TO RETURN-CODE
    ELSE
        IF rat-periode IS NUMERIC AND rat-note-session1 IS NUMERIC
            ADD 1 TO nbRattrapages
            MOVE rat-periode TO rte-periode(nbRattrapages)
            MOVE rat-matricule TO rte-matricule(nbRattrapages)
            MOVE rat-nom TO rte-nom(nbRattrapages)
            MOVE rat-matiere TO rte-matiere(nbRattrapages)
            MOVE rat-note-session1 TO rte-note-session1(nbRattrapages)
            IF rat-saisie = 'O' AND rat-note-rattrapage IS NUMERIC
               AND rat-note-rattrapage <= 20
                MOVE 'O' TO rte-saisie(nbRattrapages)
                MOVE rat-note-rattrapage
                    TO rte-note-rattrapage(nbRattrapages)
            ELSE
                MOVE 'N' TO rte-saisie(nbRattrapages)
                MOVE 0 TO rte-note-rattrapage(nbRattrapages)
            END-IF
            MOVE 'N' TO rte-appliquee(nbRattrapages)
            MOVE 0 TO rte-note-retenue(nbRattrapages)
            IF rat-periode = periodeFiltre
                ADD 1 TO nbRattrapagesPeriode
            END-IF
        ELSE
            MOVE 'CHARGER-RATTRAPAGES' TO errlog-paragraphe
            MOVE 'Enregistrement de rattrapage invalide, ignoré' TO errlog-message
            PERFORM ECRITURE-ERRLOG
        END-IF
    END-IF.

*> Première session : la liste des étudiants en rattrapage et de
*> leurs matières en échec est réécrite pour la période délibérée,
*> en gardant les notes de rattrapage déjà saisies pour une matière
*> toujours au rattrapage. Un étudiant sans matricule est listé mais
*> ne peut pas recevoir de note de rattrapage.
PRODUIRE-LISTE-RATTRAPAGE.
    OPEN OUTPUT fichier-rattrapage.
    PERFORM VARYING indiceRattrapage FROM 1 BY 1
            UNTIL indiceRattrapage > nbRattrapages
        IF rte-periode(indiceRattrapage) NOT = periodeFiltre
            PERFORM RECOPIER-RATTRAPAGE-CONSERVE
        END-IF
    END-PERFORM.
    OPEN OUTPUT fichier-liste-rattrapage.
    MOVE SPACES TO ligne-rattrapage.
    STRING 'LISTE DES ETUDIANTS EN RATTRAPAGE  PERIODE=' periodeFiltre
        DELIMITED BY SIZE INTO ligne-rattrapage.
    WRITE enr-liste-rattrapage FROM ligne-rattrapage.
    PERFORM VARYING indiceJure FROM 1 BY 1
            UNTIL indiceJure > nbJures
        IF jur-decision(indiceJure) = 'RATTRAPAGE'
            PERFORM LISTER-RATTRAPAGE-JURE
        END-IF
    END-PERFORM.
    MOVE SPACES TO ligne-rattrapage.
    STRING 'ETUDIANTS EN RATTRAPAGE=' nbEtudiantsRattrapage
        '  MATIERES A REPASSER=' nbMatieresRattrapage
        DELIMITED BY SIZE INTO ligne-rattrapage.
    WRITE enr-liste-rattrapage FROM ligne-rattrapage.
    CLOSE fichier-liste-rattrapage.
    CLOSE fichier-rattrapage.
    MOVE 'RATTRAPAGE.PRT' TO etatNomFichier.
    MOVE 'JURYDELIB' TO etatProgramme.
    MOVE 'LISTE DES RATTRAPAGES' TO etatTitre.
    PERFORM MISE-EN-PAGE-ETAT.

RECOPIER-RATTRAPAGE-CONSERVE.
    MOVE rte-periode(indiceRattrapage) TO rat-periode.
    MOVE rte-matricule(indiceRattrapage) TO rat-matricule.
    MOVE rte-nom(indiceRattrapage) TO rat-nom.
    MOVE rte-matiere(indiceRattrapage) TO rat-matiere.
    MOVE rte-note-session1(indiceRattrapage) TO rat-note-session1.
    MOVE rte-note-rattrapage(indiceRattrapage) TO rat-note-rattrapage.
    MOVE rte-saisie(indiceRattrapage) TO rat-saisie.
    WRITE enr-rattrapage.

LISTER-RATTRAPAGE-JURE.
    ADD 1 TO nbEtudiantsRattrapage.
    MOVE jur-moyenne(indiceJure) TO moyenne-edite.
    MOVE SPACES TO ligne-rattrapage.
    STRING jur-nom(indiceJure)
        ' MATRICULE=' jur-matricule(indiceJure)
        ' CLASSE=' jur-classe(indiceJure)
        ' MOYENNE=' moyenne-edite
        DELIMITED BY SIZE INTO ligne-rattrapage.
    WRITE enr-liste-rattrapage FROM ligne-rattrapage.
    IF jur-matricule(indiceJure) = SPACES
        MOVE SPACES TO ligne-rattrapage
        MOVE '    SANS MATRICULE : INSCRIRE L''ETUDIANT AU REGISTRE POUR SAISIR LE RATTRAPAGE'
            TO ligne-rattrapage
        WRITE enr-liste-rattrapage FROM ligne-rattrapage
    END-IF.
    PERFORM VARYING rangEchec FROM 1 BY 1 UNTIL rangEchec > 5
        COMPUTE positionEchec = (rangEchec - 1) * 6 + 1
        IF jur-matieres-echec(indiceJure)(positionEchec:5) NOT = SPACES
            MOVE jur-matieres-echec(indiceJure)(positionEchec:5)
                TO codeMatiereEchec
            PERFORM LISTER-MATIERE-RATTRAPAGE
        END-IF
    END-PERFORM.

LISTER-MATIERE-RATTRAPAGE.
    ADD 1 TO nbMatieresRattrapage.
    MOVE codeMatiereEchec TO codeMatiereCherche.
    PERFORM CHERCHER-MATIERE-REF.
    MOVE jur-note-echec(indiceJure, rangEchec) TO note-editee.
    MOVE SPACES TO ligne-rattrapage.
    STRING '    ' libelleMatiereTrouve
        ' NOTE DE SESSION 1=' note-editee
        DELIMITED BY SIZE INTO ligne-rattrapage.
    IF jur-matricule(indiceJure) NOT = SPACES
        MOVE periodeFiltre TO rat-periode
        MOVE jur-matricule(indiceJure) TO rat-matricule
        MOVE jur-nom(indiceJure) TO rat-nom
        MOVE codeMatiereEchec TO rat-matiere
        MOVE jur-note-echec(indiceJure, rangEchec) TO rat-note-session1
        MOVE 0 TO rat-note-rattrapage
        MOVE 'N' TO rat-saisie
        PERFORM VARYING indiceRattrapage FROM 1 BY 1
                UNTIL indiceRattrapage > nbRattrapages
            IF rte-periode(indiceRattrapage) = periodeFiltre
               AND rte-matricule(indiceRattrapage) = rat-matricule
               AND rte-matiere(indiceRattrapage) = rat-matiere
               AND rte-saisie(indiceRattrapage) = 'O'
                MOVE rte-note-rattrapage(indiceRattrapage)
                    TO rat-note-rattrapage
                MOVE 'O' TO rat-saisie
            END-IF
        END-PERFORM
        WRITE enr-rattrapage
        IF rat-saisie = 'O'
            MOVE rat-note-rattrapage TO note-rattrapage-editee
            STRING '  RATTRAPAGE DEJA SAISI=' note-rattrapage-editee
                DELIMITED BY SIZE INTO ligne-rattrapage(70:40)
        END-IF
    END-IF.
    WRITE enr-liste-rattrapage FROM ligne-rattrapage.

*> Seconde session : pour chaque étudiant envoyé au rattrapage, la
*> moyenne et la décision avant et après rattrapage, puis chaque
*> matière repassée avec la note retenue.
ECRITURE-CHANGEMENTS.
    MOVE SPACES TO ligne-jury.
    MOVE 'CHANGEMENTS APRES RATTRAPAGE' TO ligne-jury.
    WRITE enr-jury FROM ligne-jury.
    PERFORM VARYING indiceJure FROM 1 BY 1
            UNTIL indiceJure > nbJures
        IF jur-decision-initiale(indiceJure) = 'RATTRAPAGE'
            PERFORM ECRITURE-CHANGEMENT-JURE
        END-IF
    END-PERFORM.
    MOVE nbDecisionsChangees TO compteur-edite.
    MOVE SPACES TO ligne-jury.
    STRING 'DECISIONS MODIFIEES=' compteur-edite
        DELIMITED BY SIZE INTO ligne-jury.
    WRITE enr-jury FROM ligne-jury.
    MOVE nbNotesNonSaisies TO compteur-edite.
    MOVE SPACES TO ligne-jury.
    STRING 'NOTES DE RATTRAPAGE NON SAISIES=' compteur-edite
        DELIMITED BY SIZE INTO ligne-jury.
    WRITE enr-jury FROM ligne-jury.

ECRITURE-CHANGEMENT-JURE.
    IF jur-decision(indiceJure) NOT = jur-decision-initiale(indiceJure)
        ADD 1 TO nbDecisionsChangees
    END-IF.
    MOVE jur-moyenne-initiale(indiceJure) TO moyenne-initiale-editee.
    MOVE jur-moyenne(indiceJure) TO moyenne-edite.
    MOVE SPACES TO ligne-jury.
    STRING jur-nom(indiceJure)
        ' MATRICULE=' jur-matricule(indiceJure)
        ' MOYENNE ' moyenne-initiale-editee ' -> ' moyenne-edite
        ' DECISION ' jur-decision-initiale(indiceJure)
        ' -> ' jur-decision(indiceJure)
        DELIMITED BY SIZE INTO ligne-jury.
    WRITE enr-jury FROM ligne-jury.
    IF jur-matricule(indiceJure) = SPACES
        ADD 1 TO nbNotesNonSaisies
        MOVE SPACES TO ligne-jury
        MOVE '    SANS MATRICULE : AUCUNE NOTE DE RATTRAPAGE' TO ligne-jury
        WRITE enr-jury FROM ligne-jury
    ELSE
        PERFORM VARYING indiceRattrapage FROM 1 BY 1
                UNTIL indiceRattrapage > nbRattrapages
            IF rte-periode(indiceRattrapage) = periodeFiltre
               AND rte-matricule(indiceRattrapage)
                   = jur-matricule(indiceJure)
                PERFORM ECRITURE-CHANGEMENT-MATIERE
            END-IF
        END-PERFORM
    END-IF.

ECRITURE-CHANGEMENT-MATIERE.
    MOVE rte-matiere(indiceRattrapage) TO codeMatiereCherche.
    PERFORM CHERCHER-MATIERE-REF.
    MOVE rte-note-session1(indiceRattrapage) TO note-editee.
    MOVE SPACES TO ligne-jury.
    EVALUATE TRUE
        WHEN rte-saisie(indiceRattrapage) NOT = 'O'
            ADD 1 TO nbNotesNonSaisies
            STRING '    ' libelleMatiereTrouve
                ' SESSION 1=' note-editee
                ' RATTRAPAGE NON SAISI, NOTE DE SESSION 1 GARDEE'
                DELIMITED BY SIZE INTO ligne-jury
        WHEN rte-appliquee(indiceRattrapage) = 'Y'
            MOVE rte-note-rattrapage(indiceRattrapage)
                TO note-rattrapage-editee
            MOVE rte-note-retenue(indiceRattrapage)
                TO note-retenue-editee
            STRING '    ' libelleMatiereTrouve
                ' SESSION 1=' note-editee
                ' RATTRAPAGE=' note-rattrapage-editee
                ' RETENUE=' note-retenue-editee
                DELIMITED BY SIZE INTO ligne-jury
        WHEN OTHER
            STRING '    ' libelleMatiereTrouve
                ' SESSION 1=' note-editee
                ' NOTE ABSENTE DU FICHIER DES NOTES, RATTRAPAGE IGNORE'
                DELIMITED BY SIZE INTO ligne-jury
    END-EVALUATE.
    WRITE enr-jury FROM ligne-jury.

COPY "bandes-charge.cpy".

COPY "matieres-charge.cpy".

COPY "etat-mise-en-page.cpy".

COPY "errlog-write.cpy".
