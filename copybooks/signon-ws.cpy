       77 nomOperateur PIC X(20).
       77 operateurTrouve PIC X(1).
       77 nbEchecsSignon PIC 9(1) VALUE 0.
       77 roleOperateur PIC X(8) VALUE SPACES.
       77 actifLu PIC X(1).
       77 roleLu PIC X(8).
       77 empreinteLue PIC X(8).
       77 pinSaisi PIC X(6).
       77 pinJustifie PIC X(6) JUSTIFIED RIGHT.
       77 pinNumerique PIC 9(6).
       77 pinValide PIC X(1).
       77 codePourEmpreinte PIC X(8).
       77 empreintePinCalculee PIC 9(8).
      *> Permission check (permission-controle.cpy): MOVE the program
      *> and the action TO programmeDemande and actionDemandee, PERFORM
      *> CONTROLER-PERMISSION, then test permissionAccordee.
       77 statutPermissions PIC XX.
       77 finFichierPermissions PIC X(1).
       77 programmeDemande PIC X(20).
       77 actionDemandee PIC X(12).
       77 permissionAccordee PIC X(1).
