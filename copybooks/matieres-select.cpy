      *> Shared subject reference file control entry.
      *> COPY into FILE-CONTROL in any program that validates a subject
      *> code or prints a subject label. The reference is data, loaded
      *> at startup by CHARGER-MATIERES (matieres-charge.cpy).
           SELECT OPTIONAL fichier-matieres ASSIGN TO "MATIERES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
