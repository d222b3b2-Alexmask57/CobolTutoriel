      *> Shared player maintenance journal file control entry.
      *> COPY into FILE-CONTROL in any program that appends to or
      *> reads the before/after journal of JOUEURS.MST changes.
           SELECT OPTIONAL fichier-journal-joueurs
               ASSIGN TO "JOUEURSMAINT.JRN"
               ORGANIZATION IS LINE SEQUENTIAL.
