      *> Shared print layout and print queue state.
      *> COPY into WORKING-STORAGE alongside etat-select.cpy and
      *> etat-fd.cpy. Before PERFORM MISE-EN-PAGE-ETAT the caller
      *> MOVEs the report file name TO etatNomFichier, its own program
      *> name TO etatProgramme and the report title TO etatTitre. A
      *> report that already prints its own pages (BULLETINS) sets
      *> etatDejaPagine to 'Y' and MOVEs its page count TO etatNbPages:
      *> it is then only counted and queued.
       77 statutEtat PIC XX.
       77 statutEtatTravail PIC XX.
       77 statutImpression PIC XX.
       77 etatNomFichier PIC X(26).
       77 etatProgramme PIC X(20).
       77 etatTitre PIC X(40).
       77 etatDejaPagine PIC X(1) VALUE 'N'.
       77 etatLisible PIC X(1).
       77 etatFinFichier PIC X(1).
       77 etatLignesParPage PIC 9(3).
       77 etatLignesCorps PIC 9(3).
       77 etatLigneDansPage PIC 9(3).
       77 etatNbLignes PIC 9(6).
       77 etatNbPages PIC 9(4) VALUE 0.
       77 etatNumeroPage PIC 9(4).
       77 etatCopies PIC 9(2).
       77 etatDestination PIC X(8).
       77 etatParamTrouve PIC X(1).
       77 etatDernierNumero PIC 9(6).
       77 etatDate PIC 9(8).
       77 etatHeure PIC 9(6).
       77 etatOperateur PIC X(8).
       77 etatLigne PIC X(200).
       77 etat-page-editee PIC ZZZ9.
       77 etat-pages-editees PIC ZZZ9.
       77 etat-lignes-editees PIC ZZZZZ9.
