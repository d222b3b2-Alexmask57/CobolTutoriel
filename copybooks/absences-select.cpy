      *> Shared absence file control entry.
      *> COPY into FILE-CONTROL in any program that records or counts
      *> student absences. The host program must declare
      *> 77 statutAbsences PIC XX in WORKING-STORAGE.
           SELECT OPTIONAL fichier-absences ASSIGN TO "ABSENCES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS statutAbsences.
