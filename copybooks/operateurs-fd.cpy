      *> Shared operator record layout.
      *> COPY into FILE SECTION alongside operateurs-select.cpy.
      *> One record per operator: code, full name and the active flag
      *> ('A' active, anything else refused at sign-on), the role
      *> checked against PERMISSIONS.DAT and the fingerprint of the
      *> secret code keyed at sign-on (CALCULER-EMPREINTE-PIN in
      *> signon.cpy); the code itself is never stored. Records written
      *> before roles existed carry spaces in op-role and
      *> op-empreinte-pin and are refused until MAINTOPERATEURS gives
      *> them a role and a secret code.
       FD fichier-operateurs.
       01 enr-operateur.
           05 op-code PIC X(8).
           05 op-nom PIC X(20).
           05 op-actif PIC X(1).
           05 op-role PIC X(8).
           05 op-empreinte-pin PIC 9(8).
