      *> Shared shop calendar working table and lookup fields.
      *> COPY into WORKING-STORAGE alongside calendrier-charge.cpy.
       01 tableCalendrier.
          05 nbJoursCalendrier PIC 9(4) VALUE 0.
          05 jourCalendrier OCCURS 1000.
             10 cld-type PIC X(1).
             10 cld-date PIC 9(8).
             10 cld-code PIC X(1).
       77 calendrierValide PIC X(1) VALUE 'N'.
       77 finFichierCalendrier PIC X(1).
       77 indiceCalendrier PIC 9(4).
       77 indiceCalendrierTrouve PIC 9(4).
       77 dateCalendrier PIC 9(8).
       77 jourSemaineCalendrier PIC 9(1).
       77 jourOuvreCalendrier PIC X(1).
       77 finDeMoisCalendrier PIC X(1).
       77 finDePeriodeCalendrier PIC X(1).
       77 moisMarqueCalendrier PIC X(1).
       77 dateTesteeCalendrier PIC 9(8).
       77 jourTesteOuvre PIC X(1).
       77 jourSemaineTeste PIC 9(1).
