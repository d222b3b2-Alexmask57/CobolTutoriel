      *> Shared student maintenance journal record layout.
      *> COPY into FILE SECTION alongside etujrn-select.cpy.
      *> One record per maintenance action ('A' ajout, 'C' correction,
      *> 'S' suppression, 'I' import of a grade; 'N' inscription and
      *> 'R' modification of a REGISTRE.MST student; 'B' absence
      *> recorded, 'J' absence justified and 'E' absence erased in
      *> ABSENCES.DAT; 'T' retake grade keyed in RATTRAPAGE.DAT) with
      *> the before/after record images and the signed-on operator.
      *> Grade corrections and deletions only reach ETUDIANTS.DAT once
      *> a second operator has approved them: jrn-operateur is then the
      *> operator who keyed the change and jrn-valideur the one who
      *> approved it (spaces for every other action).
      *> The image fields are wider than the grade record to absorb
      *> later record growth; journal records written before the class
      *> code era carry the narrower 31-byte images.
       FD fichier-journal-etu.
       01 enr-journal-etu.
           05 jrn-date PIC 9(8).
           05 jrn-avant PIC X(50).
           05 jrn-apres PIC X(50).
           05 jrn-operateur PIC X(8).
           05 jrn-valideur PIC X(8).
