      *> Shared student register record layout.
      *> COPY into FILE SECTION alongside registre-select.cpy.
      *> One record per student, keyed on the matricule: name, date of
      *> birth (AAAAMMJJ), current class and enrolment status ('I'
      *> inscrit, 'S' sorti). A student who leaves keeps the record
      *> with status 'S' so that past grades stay attributable;
      *> no new grade is accepted.
       FD fichier-registre.
       01 enr-inscrit.
           05 ins-matricule PIC X(8).
           05 ins-nom PIC X(20).
           05 ins-date-naissance PIC 9(8).
           05 ins-classe PIC X(5).
           05 ins-statut PIC X(1).
