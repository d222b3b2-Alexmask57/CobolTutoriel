      *> Shared pending grade changes file control entry.
      *> COPY into FILE-CONTROL in any program that queues, approves
      *> or watches the grade corrections and deletions waiting for a
      *> second operator. The host program must declare
      *> 77 statutAttente PIC XX in WORKING-STORAGE.
           SELECT OPTIONAL fichier-attente ASSIGN TO "ETUATTENTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS statutAttente.
