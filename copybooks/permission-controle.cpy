      *> Shared role permission check.
      *> COPY into PROCEDURE DIVISION of a program that signs its
      *> operator on (signon.cpy) and declares permissions-select.cpy
      *> and permissions-fd.cpy. MOVE the program name TO
      *> programmeDemande and the action TO actionDemandee, then
      *> PERFORM CONTROLER-PERMISSION: permissionAccordee comes back
      *> 'Y' when PERMISSIONS.DAT grants the action to roleOperateur
      *> (or to every role), 'N' otherwise. A refusal is displayed and
      *> logged to ERRLOG.DAT under the signed-on operator code. A
      *> missing PERMISSIONS.DAT grants nothing except to ADMIN.
       CONTROLER-PERMISSION.
           MOVE 'N' TO permissionAccordee.
           IF roleOperateur = 'ADMIN'
               MOVE 'Y' TO permissionAccordee
           ELSE
               OPEN INPUT fichier-permissions
               IF statutPermissions = '00'
                   MOVE 'N' TO finFichierPermissions
                   PERFORM UNTIL finFichierPermissions = 'Y'
                       READ fichier-permissions
                           AT END MOVE 'Y' TO finFichierPermissions
                           NOT AT END
                               IF perm-programme = programmeDemande
                                  AND perm-action = actionDemandee
                                  AND (perm-role = roleOperateur
                                       OR perm-role = '*')
                                   MOVE 'Y' TO permissionAccordee
                                   MOVE 'Y' TO finFichierPermissions
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE fichier-permissions
           END-IF.
           IF permissionAccordee = 'N'
               DISPLAY 'Action non autorisée pour votre rôle : '
                   actionDemandee
               MOVE programmeDemande TO errlog-programme
               MOVE 'CONTROLER-PERMISSION' TO errlog-paragraphe
               MOVE SPACES TO errlog-message
               STRING 'Accès refusé : action ' actionDemandee
                   ' non autorisée au rôle ' roleOperateur
                   DELIMITED BY SIZE INTO errlog-message
               PERFORM ECRITURE-ERRLOG
           END-IF.
