      *> Shared jury decision file control entry.
      *> COPY into FILE-CONTROL in any program that records or reads
      *> the decisions of the jury. The host program must declare
      *> 77 statutDecisionsJury PIC XX in WORKING-STORAGE.
           SELECT OPTIONAL fichier-decisions-jury
               ASSIGN TO "JURYDECISIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS statutDecisionsJury.
