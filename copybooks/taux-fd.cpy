      *> Shared reference rate record layout.
      *> COPY into FILE SECTION alongside taux-select.cpy.
      *> One record per version of a rate: the rate code, the date
      *> from which this value is in force (AAAAMMJJ), the value
      *> (S9(4)V99, leading separate sign, as in the signed detail
      *> transactions) and a free label. A new version is a new
      *> record with a later effective date; older versions are kept
      *> so that a file dated in the past is priced as it was then.
       FD fichier-taux.
       01 enr-taux-ref.
           05 txr-code PIC X(5).
           05 txr-date-effet PIC 9(8).
           05 txr-valeur PIC S9(4)V99 SIGN LEADING SEPARATE.
           05 txr-libelle PIC X(30).
