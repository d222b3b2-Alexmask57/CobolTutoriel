      *> Shared print layout and print queue file control entries.
      *> COPY into FILE-CONTROL in every program that lays out a
      *> finished report (etat-mise-en-page.cpy) or manages the print
      *> queue. fichier-etat is the report itself, named at run time
      *> through etatNomFichier; MISEENPAGE.TMP is the scratch copy of
      *> the report body; PARAMIMPRESSION.DAT holds the copies,
      *> destination and page length requested per program;
      *> FILEIMPRESSION.DAT is the print queue.
           SELECT OPTIONAL fichier-etat ASSIGN TO DYNAMIC etatNomFichier
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS statutEtat.
           SELECT fichier-etat-travail ASSIGN TO "MISEENPAGE.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS statutEtatTravail.
           SELECT OPTIONAL fichier-param-impression
               ASSIGN TO "PARAMIMPRESSION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL fichier-impression ASSIGN TO "FILEIMPRESSION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS statutImpression.
