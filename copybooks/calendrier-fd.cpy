      *> Shared shop calendar record layout.
      *> COPY into FILE SECTION alongside calendrier-select.cpy.
      *> Two kinds of record, told apart by cal-type:
      *>   'J' day record : cal-code 'O' makes the date a business
      *>       day, 'F' (public holiday) or 'V' (closure) makes it a
      *>       non-working day. Without a 'J' record, Monday to
      *>       Friday are business days and the weekend is not.
      *>   'P' period end : cal-code 'M' marks the month end, 'T'
      *>       the end of a school term. When a month has no 'M'
      *>       record, its month end is its last business day; term
      *>       ends exist only where they are marked.
      *> cal-date is AAAAMMJJ; cal-libelle is free text.
       FD fichier-calendrier.
       01 enr-calendrier.
           05 cal-type PIC X(1).
           05 cal-date PIC 9(8).
           05 cal-code PIC X(1).
           05 cal-libelle PIC X(30).
