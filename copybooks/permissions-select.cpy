      *> Shared role permission file control entry.
      *> COPY into FILE-CONTROL in any program that PERFORMs
      *> CONTROLER-PERMISSION (permission-controle.cpy), alongside
      *> permissions-fd.cpy. statutPermissions comes from
      *> signon-ws.cpy.
           SELECT OPTIONAL fichier-permissions ASSIGN TO "PERMISSIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS statutPermissions.
