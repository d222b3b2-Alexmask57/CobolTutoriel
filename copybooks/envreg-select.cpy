      *> Shared academic registry send register file control entry.
      *> COPY into FILE-CONTROL in any program that produces or lists
      *> the results files sent to the academic registry. The host
      *> program must declare 77 statutEnvoisRegistre PIC XX.
           SELECT OPTIONAL fichier-envois-registre
               ASSIGN TO "ENVOISREGISTRE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS statutEnvoisRegistre.
