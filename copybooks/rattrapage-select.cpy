      *> Shared retake session file control entry.
      *> COPY into FILE-CONTROL in any program that produces, keys or
      *> reads the second-session (retake) grades. The host program
      *> must declare 77 statutRattrapage PIC XX in WORKING-STORAGE.
           SELECT OPTIONAL fichier-rattrapage ASSIGN TO "RATTRAPAGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS statutRattrapage.
