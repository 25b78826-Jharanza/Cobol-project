      *>
      *> Modification history
      *>   2026-09-02  original layout
      *>   2026-10-15  department rollup carries premium-holiday
      *>               hours in what was filler
      *> ----------------------------------------------------------
       01  payot-report-header-1.
           05  payot-header-title       pic x(26).
           05  payot-dept-regular       pic z,zz9.99.
           05  filler                   pic x(03).
           05  payot-dept-overtime      pic z,zz9.99.
           05  filler                   pic x(03).
           05  payot-dept-holiday       pic z,zz9.99.
           05  filler                   pic x(15).

       01  payot-report-trailer.
           05  payot-trailer-tag        pic x(30).
