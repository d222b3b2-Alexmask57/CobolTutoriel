      *> COPY into PROCEDURE DIVISION. MOVE the program name TO
      *> errlog-programme, then PERFORM SIGNON-OPERATEUR at program
      *> entry: the operator keys a code that is validated against
      *> OPERATEURS.DAT (active flag honoured, role and secret code
      *> required, three attempts). On success operateurValide is 'Y',
      *> codeOperateur carries the identity into every errlog,
      *> run-catalog and journal record and roleOperateur the role
      *> checked by CONTROLER-PERMISSION (permission-controle.cpy); on
      *> failure operateurValide stays 'N' and the caller must end the
      *> session. Every refused attempt is logged under the code keyed.
       SIGNON-OPERATEUR.
           MOVE 'N' TO operateurValide.
           MOVE SPACES TO roleOperateur.
           MOVE 0 TO nbEchecsSignon.
           PERFORM UNTIL operateurValide = 'Y' OR nbEchecsSignon >= 3
               DISPLAY 'Code opérateur : '
           IF operateurValide = 'Y'
               MOVE codeOperateurSaisi TO codeOperateur
           ELSE
               MOVE 'Signature opérateur refusée après trois tentatives' TO errlog-message
               PERFORM SIGNALER-REFUS-SIGNON
           END-IF.

       CONTROLER-OPERATEUR.
           OPEN INPUT fichier-operateurs.
           IF statutOperateurs NOT = '00'
               DISPLAY 'Fichier des opérateurs OPERATEURS.DAT absent, accès refusé.'
               MOVE 'Fichier des opérateurs absent, signature impossible' TO errlog-message
               PERFORM SIGNALER-REFUS-SIGNON
           ELSE
               MOVE 'N' TO finFichierOperateurs
               PERFORM UNTIL finFichierOperateurs = 'Y'
                           IF op-code = codeOperateurSaisi
                               MOVE 'Y' TO finFichierOperateurs
                               MOVE 'Y' TO operateurTrouve
                               MOVE op-actif TO actifLu
                               MOVE op-role TO roleLu
                               MOVE op-empreinte-pin TO empreinteLue
                               MOVE op-nom TO nomOperateur
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fichier-operateurs.
           IF statutOperateurs = '00' AND operateurTrouve = 'N'
               DISPLAY 'Code opérateur inconnu, accès refusé.'
               MOVE 'Tentative de signature d''un opérateur inconnu' TO errlog-message
               PERFORM SIGNALER-REFUS-SIGNON
           END-IF.
           IF operateurTrouve = 'Y'
               IF actifLu NOT = 'A'
                   DISPLAY 'Opérateur inactif, accès refusé.'
                   MOVE 'Tentative de signature d''un opérateur inactif' TO errlog-message
                   PERFORM SIGNALER-REFUS-SIGNON
               ELSE
                   IF roleLu = SPACES OR empreinteLue NOT NUMERIC
                       DISPLAY 'Opérateur sans rôle ou sans code secret, voir l''administrateur.'
                       MOVE 'Signature refusée : opérateur sans rôle ou sans code secret' TO errlog-message
                       PERFORM SIGNALER-REFUS-SIGNON
                   ELSE
                       PERFORM CONTROLER-CODE-SECRET
                   END-IF
               END-IF
           END-IF.

       CONTROLER-CODE-SECRET.
           DISPLAY 'Code secret : '.
           ACCEPT pinSaisi WITH SECURE
               ON EXCEPTION
                   MOVE SPACES TO pinSaisi
           END-ACCEPT.
           PERFORM VALIDER-FORMAT-PIN.
           IF pinValide = 'Y'
               MOVE codeOperateurSaisi TO codePourEmpreinte
               PERFORM CALCULER-EMPREINTE-PIN
               IF empreintePinCalculee = empreinteLue
                   MOVE 'Y' TO operateurValide
                   MOVE roleLu TO roleOperateur
               END-IF
           END-IF.
           IF operateurValide = 'N'
               DISPLAY 'Code secret erroné, accès refusé.'
               MOVE 'Signature refusée : code secret erroné' TO errlog-message
               PERFORM SIGNALER-REFUS-SIGNON
           END-IF.
           MOVE SPACES TO pinSaisi.

      *> Le code secret compte de 4 à 6 chiffres, saisis cadrés à
      *> gauche.
       VALIDER-FORMAT-PIN.
           MOVE 'N' TO pinValide.
           IF pinSaisi(1:4) NOT = SPACES AND pinSaisi(4:1) NOT = SPACE
               MOVE FUNCTION TRIM(pinSaisi) TO pinJustifie
               INSPECT pinJustifie REPLACING LEADING SPACE BY ZERO
               IF pinJustifie IS NUMERIC
                   MOVE pinJustifie TO pinNumerique
                   MOVE 'Y' TO pinValide
               END-IF
           END-IF.

      *> Empreinte du code secret, mêlée au code opérateur pour que
      *> deux opérateurs ayant le même code secret n'aient pas la même
      *> empreinte dans OPERATEURS.DAT.
       CALCULER-EMPREINTE-PIN.
           COMPUTE empreintePinCalculee = FUNCTION MOD(
               pinNumerique * 7919
               + FUNCTION ORD(codePourEmpreinte(1:1)) * 104729
               + FUNCTION ORD(codePourEmpreinte(2:1)) * 1299709
               + FUNCTION ORD(codePourEmpreinte(3:1)) * 15485863
               + 97, 99999989).

       SIGNALER-REFUS-SIGNON.
           MOVE codeOperateurSaisi TO codeOperateur.
           MOVE 'SIGNON-OPERATEUR' TO errlog-paragraphe.
           PERFORM ECRITURE-ERRLOG.
           MOVE SPACES TO codeOperateur.
