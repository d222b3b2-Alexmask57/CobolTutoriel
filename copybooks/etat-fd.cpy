      *> Shared print layout and print queue record layouts.
      *> COPY into FILE SECTION alongside etat-select.cpy.
       FD fichier-etat.
       01 enr-etat PIC X(200).
       FD fichier-etat-travail.
       01 enr-etat-travail PIC X(200).
      *> One line per program; program '*' gives the site default.
      *> Copies 00 or not numeric means 1, destination blank means
      *> CENTRAL, page length 000 or not numeric means 60 lines.
       FD fichier-param-impression.
       01 enr-param-impression.
           05 pim-programme PIC X(20).
           05 pim-copies PIC 9(2).
           05 pim-destination PIC X(8).
           05 pim-lignes-page PIC 9(3).
      *> One entry per finished report. imp-statut: 'A' waiting for
      *> release, 'L' released to the destination spool, 'X'
      *> cancelled. imp-nb-sorties counts releases and reprints; the
      *> action fields record the last operator action on the entry.
       FD fichier-impression.
       01 enr-impression.
           05 imp-numero PIC 9(6).
           05 imp-date PIC 9(8).
           05 imp-heure PIC 9(6).
           05 imp-programme PIC X(20).
           05 imp-fichier PIC X(26).
           05 imp-titre PIC X(40).
           05 imp-pages PIC 9(4).
           05 imp-lignes PIC 9(6).
           05 imp-copies PIC 9(2).
           05 imp-destination PIC X(8).
           05 imp-statut PIC X(1).
           05 imp-operateur PIC X(8).
           05 imp-date-action PIC 9(8).
           05 imp-heure-action PIC 9(6).
           05 imp-operateur-action PIC X(8).
           05 imp-nb-sorties PIC 9(3).
