      *> Shared transmission register record layout.
      *> COPY into FILE SECTION alongside transreg-select.cpy.
      *> One record per transaction file accepted by the CALCULPRODUIT
      *> batch. A transmission is identified by its header source id
      *> and date and by its trailer detail count and hash total; the
      *> file name is kept for information only (branches always send
      *> the same name). A deliberate reprocess forced by a supervisor
      *> adds a new record flagged 'O' with the operator code.
       FD fichier-transreg.
       01 enr-transreg.
           05 rgt-source PIC X(10).
           05 rgt-date-fichier PIC 9(8).
           05 rgt-nombre PIC 9(6).
           05 rgt-hash PIC 9(10).
           05 rgt-date-traitement PIC 9(8).
           05 rgt-heure-traitement PIC 9(6).
           05 rgt-fichier PIC X(24).
           05 rgt-generation PIC X(24).
           05 rgt-forcage PIC X(1).
           05 rgt-operateur PIC X(8).
