      *> Shared student register working fields.
      *> COPY into WORKING-STORAGE alongside registre-lecture.cpy.
       77 statutRegistre PIC XX.
       77 registreOuvert PIC X(1) VALUE 'N'.
       77 matriculeCherche PIC X(8).
       77 inscritTrouve PIC X(1).
       77 inscritActif PIC X(1).
