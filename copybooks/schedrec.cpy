      *> of week (MON through SUN), and the shift scheduled for that
      *> day.
      *>
      *> Indexed on operator id and day of week, with the day of
      *> week as an alternate key (duplicates) so a run can read
      *> one operator's week or one day's lines without tabling
      *> the whole file.
      *>
      *> Modification history
      *>   2026-08-22  original layout
      *>   2026-10-15  operator id and day grouped as the record key
      *>               for the indexed file
      *> ----------------------------------------------------------
       01  schedule-record.
           05  sched-key.
               10  sched-operator-id    pic x(20).
               10  sched-day-of-week    pic x(03).
           05  sched-shift-code         pic x(01).
           05  filler                   pic x(16).
