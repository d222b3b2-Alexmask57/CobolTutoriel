      *> Shared student register lookup.
      *> COPY into PROCEDURE DIVISION of a program that declares
      *> registre-select.cpy, registre-fd.cpy and registre-ws.cpy.
      *> PERFORM OUVRIR-REGISTRE once (registreOuvert 'Y' when the
      *> register could be opened; an absent register is logged and
      *> every lookup then fails), then for each student MOVE the
      *> matricule TO matriculeCherche and PERFORM CHERCHER-INSCRIT:
      *> inscritTrouve is 'Y' when the matricule is registered, with
      *> the register record in enr-inscrit, and inscritActif is 'Y'
      *> when the student is currently enrolled. PERFORM
      *> FERMER-REGISTRE before the end of the run.
       OUVRIR-REGISTRE.
           MOVE 'N' TO registreOuvert.
           OPEN INPUT fichier-registre.
           IF statutRegistre = '00'
               MOVE 'Y' TO registreOuvert
           ELSE
               MOVE 'OUVRIR-REGISTRE' TO errlog-paragraphe
               MOVE 'Registre des étudiants REGISTRE.MST absent ou illisible' TO errlog-message
               PERFORM ECRITURE-ERRLOG
           END-IF.

       CHERCHER-INSCRIT.
           MOVE 'N' TO inscritTrouve.
           MOVE 'N' TO inscritActif.
           IF registreOuvert = 'Y' AND matriculeCherche NOT = SPACES
               MOVE matriculeCherche TO ins-matricule
               READ fichier-registre
                   INVALID KEY CONTINUE
               END-READ
               IF statutRegistre = '00'
                   MOVE 'Y' TO inscritTrouve
                   IF ins-statut = 'I'
                       MOVE 'Y' TO inscritActif
                   END-IF
               END-IF
           END-IF.

       FERMER-REGISTRE.
           IF registreOuvert = 'Y'
               CLOSE fichier-registre
               MOVE 'N' TO registreOuvert
           END-IF.
