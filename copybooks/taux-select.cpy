      *> Shared reference rate file control entry.
      *> COPY into FILE-CONTROL in any program that resolves a rate
      *> code. The rates are data, loaded at startup by CHARGER-TAUX
      *> (taux-charge.cpy).
           SELECT OPTIONAL fichier-taux ASSIGN TO "TAUX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
