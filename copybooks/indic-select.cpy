      *> Shared monthly KPI history file control entry.
      *> COPY into FILE-CONTROL in any program that builds or reads
      *> the monthly indicators. The host program must declare
      *> 77 statutIndicateurs PIC XX in WORKING-STORAGE.
           SELECT OPTIONAL fichier-indicateurs ASSIGN TO "INDICATEURS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS statutIndicateurs.
