      *> Shared subject reference record layout.
      *> COPY into FILE SECTION alongside matieres-select.cpy.
      *> Two record types keyed by the subject code: 'M' gives the
      *> full label and the default coefficient (9V9) of the subject,
      *> 'C' the pass mark (99V99) of the subject for one class. A
      *> subject without a 'C' record for a class has no class pass
      *> mark there; the jury then applies its own rules.
       FD fichier-matieres.
       01 enr-matiere-ref.
           05 ref-type PIC X(1).
           05 ref-code PIC X(5).
           05 ref-donnees PIC X(32).
           05 FILLER REDEFINES ref-donnees.
              10 ref-libelle PIC X(30).
              10 ref-coef PIC 9V9.
           05 FILLER REDEFINES ref-donnees.
              10 ref-classe PIC X(5).
              10 ref-barre PIC 99V99.
              10 FILLER PIC X(23).
