      *> Shared transmission register file control entry.
      *> COPY into FILE-CONTROL in any program that checks or lists
      *> the branch transaction files already accepted.
           SELECT OPTIONAL fichier-transreg ASSIGN TO "TRANSREGISTRE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS statutTransreg.
