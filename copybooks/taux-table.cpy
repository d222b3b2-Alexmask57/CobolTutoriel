      *> Shared reference rate working table and lookup fields.
      *> COPY into WORKING-STORAGE alongside taux-charge.cpy.
       01 tableTauxRef.
          05 nbTauxRef PIC 9(3) VALUE 0.
          05 tauxRef OCCURS 500.
             10 txf-code PIC X(5).
             10 txf-date-effet PIC 9(8).
             10 txf-valeur PIC S9(4)V99.
       77 tauxValides PIC X(1) VALUE 'N'.
       77 finFichierTaux PIC X(1).
       77 codeTauxCherche PIC X(5).
       77 dateTauxCherchee PIC 9(8).
       77 indiceTauxRef PIC 9(3).
       77 indiceTauxTrouve PIC 9(3).
       77 valeurTauxTrouvee PIC S9(4)V99.
       77 dateEffetTauxTrouvee PIC 9(8).
