      *>               business date from the badge events, so a
      *>               night shift crossing midnight books to the
      *>               day the shift began
      *>   2026-10-15  hours-elapsed is now net of unpaid meal-break
      *>               time punched during the shift; the break
      *>               time taken out is carried alongside it
      *> ----------------------------------------------------------
       01  hours-worked-record.
           05  hours-operator-id        pic x(20).
           05  hours-clock-in-time      pic x(08).
           05  hours-clock-out-time     pic x(08).
           05  hours-elapsed            pic 9(02)v99.
           05  hours-break-deducted     pic 9(02)v99.
           05  filler                   pic x(06).
