      *> Shared team file control entry.
      *> COPY into FILE-CONTROL in any program that maintains the
      *> teams, renames their players, enters a tournament as teams or
      *> ranks the teams. The host program must declare
      *> 77 statutEquipes PIC XX in WORKING-STORAGE.
           SELECT OPTIONAL fichier-equipes ASSIGN TO "EQUIPES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS statutEquipes.
