      *> ----------------------------------------------------------
      *> INTEGRP.CPY
      *> Print-line layouts for INTEGRITY-REPORT-FILE: page header,
      *> section header, exception detail, and trailer.  The
      *> literal text portions are named (not FILLER) because an
      *> FD-level VALUE clause is never applied at run time -- the
      *> procedure division moves the literal text in explicitly
      *> before each WRITE.
      *>
      *> Modification history
      *>   2026-10-15  original layout
      *> ----------------------------------------------------------
       01  integ-report-header-1.
           05  integ-header-title       pic x(26).
           05  filler                   pic x(03).
           05  integ-header-date-tag    pic x(09).
           05  integ-header-date        pic x(10).
           05  filler                   pic x(32).

       01  integ-section-header.
           05  filler                   pic x(01).
           05  integ-section-text       pic x(79).

       01  integ-report-detail.
           05  filler                   pic x(01).
           05  integ-detail-category    pic x(30).
           05  filler                   pic x(01).
           05  integ-detail-key         pic x(20).
           05  filler                   pic x(01).
           05  integ-detail-text        pic x(46).

       01  integ-report-trailer.
           05  integ-trailer-tag        pic x(30).
           05  integ-trailer-count      pic zz,zzz,zz9.
           05  filler                   pic x(38).
