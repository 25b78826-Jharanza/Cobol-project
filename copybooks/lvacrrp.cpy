      *> ----------------------------------------------------------
      *> LVACRRP.CPY
      *> Print-line layouts for LEAVE-ACCRUAL-REPORT-FILE: page
      *> header, exception detail, and trailer.  The literal text
      *> portions are named (not FILLER) because an FD-level VALUE
      *> clause is never applied at run time -- the procedure
      *> division moves the literal text in explicitly before each
      *> WRITE.
      *>
      *> Modification history
      *>   2026-10-15  original layout
      *> ----------------------------------------------------------
       01  lvacr-report-header-1.
           05  lvacr-header-title       pic x(24).
           05  filler                   pic x(02).
           05  lvacr-header-date-tag    pic x(09).
           05  lvacr-header-date        pic x(10).
           05  filler                   pic x(02).
           05  lvacr-header-thru-tag    pic x(12).
           05  lvacr-header-thru        pic x(08).
           05  filler                   pic x(12).

       01  lvacr-report-detail.
           05  filler                   pic x(01).
           05  lvacr-detail-id          pic x(20).
           05  filler                   pic x(02).
           05  lvacr-detail-date        pic x(08).
           05  filler                   pic x(02).
           05  lvacr-detail-message     pic x(46).

       01  lvacr-report-trailer.
           05  lvacr-trailer-tag        pic x(30).
           05  lvacr-trailer-count      pic zz,zzz,zz9.
           05  filler                   pic x(38).
