      *> Shared jury decision record layout.
      *> COPY into FILE SECTION alongside jurydec-select.cpy.
      *> One record per student deliberated by JURYDELIB: the term
      *> deliberated (zero when all terms were), the session that
      *> produced the decision ('1' first deliberation, '2' after the
      *> retake), the student, the average retained by the jury and
      *> the decision. Each deliberation replaces the records of its
      *> term, so the file holds the latest decision of every term.
       FD fichier-decisions-jury.
       01 enr-decision-jury.
           05 jdc-periode PIC 9(6).
           05 jdc-session PIC X(1).
           05 jdc-matricule PIC X(8).
           05 jdc-nom PIC X(20).
           05 jdc-classe PIC X(5).
           05 jdc-moyenne PIC 99V99.
           05 jdc-decision PIC X(10).
           05 jdc-date PIC 9(8).
