      *> Shared team record layout.
      *> COPY into FILE SECTION alongside equipes-select.cpy.
      *> Two record types keyed by the team code: 'E' names the team,
      *> 'M' places a player in the team from eqp-date-debut up to,
      *> not including, eqp-date-fin (zero while the player is still
      *> a member). A transfer closes the player's current 'M' record
      *> at the transfer date and opens one in the new team at the
      *> same date, so a player belongs to one team at a time and a
      *> result always goes to the team of the day it was earned.
       FD fichier-equipes.
       01 enr-equipe.
           05 eqp-type PIC X(1).
           05 eqp-code PIC X(6).
           05 eqp-donnees PIC X(36).
           05 eqp-nom REDEFINES eqp-donnees PIC X(30).
           05 eqp-membre REDEFINES eqp-donnees.
               10 eqp-joueur PIC X(20).
               10 eqp-date-debut PIC 9(8).
               10 eqp-date-fin PIC 9(8).
