      *> Shared role permission record layout.
      *> COPY into FILE SECTION alongside permissions-select.cpy.
      *> One record per program, action and role allowed to run it.
      *> The action ACCES governs starting the program at all; the
      *> maintenance programs then check one action per menu choice
      *> (AJOUT, CONSULTATION, CORRECTION, SUPPRESSION...). A role of
      *> '*' grants the action to every role; the ADMIN role is always
      *> granted everything and needs no record.
       FD fichier-permissions.
       01 enr-permission.
           05 perm-programme PIC X(20).
           05 perm-action PIC X(12).
           05 perm-role PIC X(8).
