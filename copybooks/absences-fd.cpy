      *> Shared absence record layout.
      *> COPY into FILE SECTION alongside absences-select.cpy.
      *> One record per missed class: the student's matricule
      *> (REGISTRE.MST key), the subject (MATIERES.DAT code), the date
      *> of the class (AAAAMMJJ), the term it counts for (AAAAPP, zero
      *> when none was keyed, as for grades) and whether the absence
      *> is justified ('J') or not ('N'). Records are kept in capture
      *> order; a student/subject/date is recorded only once.
       FD fichier-absences.
       01 enr-absence.
           05 abs-matricule PIC X(8).
           05 abs-matiere PIC X(5).
           05 abs-date PIC 9(8).
           05 abs-periode PIC 9(6).
           05 abs-justifiee PIC X(1).
