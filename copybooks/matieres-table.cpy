      *> Shared subject reference working table and lookup fields.
      *> COPY into WORKING-STORAGE alongside matieres-charge.cpy.
       01 tableMatieresRef.
          05 nbMatieresRef PIC 9(3) VALUE 0.
          05 matiereRef OCCURS 100.
             10 mrf-code PIC X(5).
             10 mrf-libelle PIC X(30).
             10 mrf-coef PIC 9V9.
          05 nbBarresClasses PIC 9(3) VALUE 0.
          05 barreClasseRef OCCURS 200.
             10 brc-code PIC X(5).
             10 brc-classe PIC X(5).
             10 brc-barre PIC 99V99.
       77 matieresValides PIC X(1) VALUE 'N'.
       77 finFichierMatieres PIC X(1).
       77 codeMatiereCherche PIC X(5).
       77 classeMatiereCherchee PIC X(5).
       77 indiceMatiereRef PIC 9(3).
       77 indiceMatiereRefTrouvee PIC 9(3).
       77 indiceBarreClasse PIC 9(3).
       77 libelleMatiereTrouve PIC X(30).
       77 coefMatiereTrouve PIC 9V9.
       77 barreClasseTrouvee PIC 99V99.
       77 barreClasseDefinie PIC X(1).
