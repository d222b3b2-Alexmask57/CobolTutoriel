      *> Shared CALCULPRODUIT audit record layout.
      *> COPY into FILE SECTION alongside audit-select.cpy.
      *> One record per calculation: operands, operation, the result
      *> as displayed/printed and the overflow indicator. A batch
      *> detail priced from TAUX.DAT also carries the rate code and
      *> the effective date of the version applied (valeur2 is then
      *> that rate value); other records carry spaces and zeros there.
       FD fichier-audit.
       01 enr-audit.
           05 audit-date PIC 9(8).
           05 audit-valeur2 PIC S9(6)V99.
           05 audit-resultat PIC S9(6)V99.
           05 audit-depassement PIC X(1).
           05 audit-code-taux PIC X(5).
           05 audit-date-taux PIC 9(8).
