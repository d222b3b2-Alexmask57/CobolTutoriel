      *> Shared dormant player archive working fields.
      *> COPY into WORKING-STORAGE alongside joueurs-reactivation.cpy.
       77 statutArchiveJoueurs PIC XX.
       77 joueurReactive PIC X(1) VALUE 'N'.
