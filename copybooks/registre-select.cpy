      *> Shared student register file control entry.
      *> COPY into FILE-CONTROL in any program that checks or maintains
      *> the register of enrolled students. Keyed on the matricule,
      *> the unique student identifier carried by every grade record.
      *> The host program also COPYs registre-ws.cpy.
           SELECT OPTIONAL fichier-registre ASSIGN TO "REGISTRE.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ins-matricule
               FILE STATUS IS statutRegistre.
