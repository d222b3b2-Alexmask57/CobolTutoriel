      *> Outbound academic registry results record layout.
      *> COPY into FILE SECTION under the FD of the results file.
      *> Fixed 100-byte records, one file per school and term:
      *>   '0' header  : school code, term, production date and time,
      *>                 nature ('I' initial, 'C' correction), send
      *>                 number and the send number it replaces;
      *>   '1' student : matricule, name, class, term average, mention,
      *>                 jury decision, average retained by the jury
      *>                 and the session of the decision;
      *>   '2' subject : matricule, subject code, coefficient, grade;
      *>   '9' trailer : student and subject record counts, total
      *>                 record count (header and trailer included) and
      *>                 the hash total of every grade and average sent,
      *>                 in hundredths.
      *> Each student record is followed by its subject records.
       01 enr-resultat-registre.
           05 rrg-type PIC X(1).
           05 rrg-donnees PIC X(99).
           05 rrg-entete REDEFINES rrg-donnees.
              10 rrg-ent-ecole PIC X(8).
              10 rrg-ent-periode PIC 9(6).
              10 rrg-ent-date PIC 9(8).
              10 rrg-ent-heure PIC 9(6).
              10 rrg-ent-nature PIC X(1).
              10 rrg-ent-numero PIC 9(3).
              10 rrg-ent-remplace PIC 9(3).
              10 FILLER PIC X(64).
           05 rrg-etudiant REDEFINES rrg-donnees.
              10 rrg-etu-matricule PIC X(8).
              10 rrg-etu-nom PIC X(20).
              10 rrg-etu-classe PIC X(5).
              10 rrg-etu-moyenne PIC 99V99.
              10 rrg-etu-mention PIC X(15).
              10 rrg-etu-decision PIC X(10).
              10 rrg-etu-moyenne-jury PIC 99V99.
              10 rrg-etu-session PIC X(1).
              10 FILLER PIC X(32).
           05 rrg-matiere REDEFINES rrg-donnees.
              10 rrg-mat-matricule PIC X(8).
              10 rrg-mat-code PIC X(5).
              10 rrg-mat-coef PIC 9V9.
              10 rrg-mat-note PIC 99V99.
              10 FILLER PIC X(80).
           05 rrg-fin REDEFINES rrg-donnees.
              10 rrg-fin-nb-etudiants PIC 9(6).
              10 rrg-fin-nb-matieres PIC 9(6).
              10 rrg-fin-nb-total PIC 9(8).
              10 rrg-fin-hash PIC 9(12).
              10 FILLER PIC X(67).
