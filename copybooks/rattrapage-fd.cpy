      *> Shared retake session record layout.
      *> COPY into FILE SECTION alongside rattrapage-select.cpy.
      *> One record per student and failed subject sent to the retake
      *> by the first deliberation of a term (JURYDELIB): the term
      *> deliberated (zero when all terms were), the student's
      *> matricule and name, the subject, the first-session grade and
      *> the retake grade once keyed (rat-saisie 'O'; 'N' and zero
      *> until then). The second deliberation (JURYDELIB <term> 2)
      *> applies the retake grades under the REGLESJURY.DAT 'R' rule.
       FD fichier-rattrapage.
       01 enr-rattrapage.
           05 rat-periode PIC 9(6).
           05 rat-matricule PIC X(8).
           05 rat-nom PIC X(20).
           05 rat-matiere PIC X(5).
           05 rat-note-session1 PIC 99V99.
           05 rat-note-rattrapage PIC 99V99.
           05 rat-saisie PIC X(1).
