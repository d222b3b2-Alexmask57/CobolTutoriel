      *> Shared shop calendar file control entry.
      *> COPY into FILE-CONTROL in any program that needs to know
      *> whether a date is a business day or a period end. The
      *> calendar is data, loaded at startup by CHARGER-CALENDRIER
      *> (calendrier-charge.cpy).
           SELECT OPTIONAL fichier-calendrier ASSIGN TO "CALENDRIER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
