      *> One record per student/subject/term; the class code and the
      *> term identifier (year + period, e.g. 202601) were appended
      *> later (older records carry spaces there, read as term zero).
      *> The matricule (REGISTRE.MST key) was appended after that;
      *> records keyed before the register carry spaces there and
      *> are identified by the name alone. Records of one student are
      *> kept contiguous for the control break of the grade reports,
      *> which break on matricule and name together.
       FD fichier-etudiants.
       01 enr-etudiant.
           05 etu-nom PIC X(20).
           05 etu-coef PIC 9V9.
           05 etu-classe PIC X(5).
           05 etu-periode PIC 9(6).
           05 etu-matricule PIC X(8).
