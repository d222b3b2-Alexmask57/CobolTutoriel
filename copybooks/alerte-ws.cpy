      *> Shared alert outbox state.
      *> COPY into WORKING-STORAGE alongside alerte-select.cpy and
      *> alerte-fd.cpy. Before PERFORM ECRITURE-ALERTE the caller
      *> MOVEs its own program name TO alerteEmetteur, the severity
      *> (08 or 12) TO alerteGravite, the program and step concerned
      *> TO alerteProgramme and alerteEtape and the text TO
      *> alerteMessage. alerteNbEmises and alerteNbRelancees count the
      *> alerts raised and re-raised by the run.
       77 statutAlertes PIC XX.
       77 alerteEmetteur PIC X(20).
       77 alerteGravite PIC 9(2).
       77 alerteProgramme PIC X(20).
       77 alerteEtape PIC X(8).
       77 alerteMessage PIC X(80).
       77 alerteOrigine PIC 9(6).
       77 alerteNbRelances PIC 9(2).
       77 alerteNbEmises PIC 9(4) VALUE 0.
       77 alerteNbRelancees PIC 9(4) VALUE 0.
       77 alerteNbEchues PIC 9(4).
       77 alerteFinFichier PIC X(1).
       77 alerteFinAstreinte PIC X(1).
       77 alerteAstreinteTrouvee PIC X(1).
       77 alerteDernierNumero PIC 9(6).
       77 alerteDate PIC 9(8).
       77 alerteHeure PIC 9(6).
       77 alerteHorodatage PIC 9(14).
       77 alerteEcheanceHorodatage PIC 9(14).
       77 alerteDelaiHeures PIC 9(3).
       77 alerteSecondes PIC 9(7).
       77 alerteJours PIC 9(3).
       77 alerteEcheanceDate PIC 9(8).
       77 alerteEcheanceHeure PIC 9(6).
       77 alerteHeures PIC 9(2).
       77 alerteMinutes PIC 9(2).
       01 alerteDestinataires.
           05 alerteDestinataire PIC X(8) OCCURS 5.
