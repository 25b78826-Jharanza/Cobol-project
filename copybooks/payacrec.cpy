      *> payroll loads the file as is instead of re-keying the
      *> daily extract into a spreadsheet.
      *>
      *> Hours worked on a premium plant holiday are carried in
      *> their own bucket and are in neither regular nor overtime.
      *>
      *> Modification history
      *>   2026-09-02  original layout
      *>   2026-10-15  added premium-holiday hours in what was
      *>               filler
      *> ----------------------------------------------------------
       01  pay-accum-record.
           05  pay-accum-operator-id    pic x(20).
           05  pay-accum-overtime-hours pic 9(03)v99.
           05  pay-accum-days-worked    pic 9(02).
           05  pay-accum-short-shifts   pic 9(02).
           05  pay-accum-holiday-hours  pic 9(03)v99.
           05  filler                   pic x(05).
