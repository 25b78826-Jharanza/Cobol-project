      *> ----------------------------------------------------------
      *> ANOMRP.CPY
      *> Print-line layouts for ANOMALY-REPORT-FILE: page header,
      *> section header, column header, anomaly detail,
      *> per-supervisor count line, and trailer.  The literal text
      *> portions are named (not FILLER) because an FD-level VALUE
      *> clause is never applied at run time -- the procedure
      *> division moves the literal text in explicitly before each
      *> WRITE.
      *>
      *> Modification history
      *>   2026-10-15  original layout
      *> ----------------------------------------------------------
       01  anom-report-header-1.
           05  anom-header-title        pic x(26).
           05  filler                   pic x(02).
           05  anom-header-from-tag     pic x(05).
           05  anom-header-from         pic x(08).
           05  filler                   pic x(02).
           05  anom-header-to-tag       pic x(03).
           05  anom-header-to           pic x(08).
           05  filler                   pic x(02).
           05  anom-header-source-tag   pic x(07).
           05  anom-header-source       pic x(08).
           05  filler                   pic x(09).

       01  anom-section-header.
           05  anom-section-text        pic x(80).

       01  anom-column-header.
           05  filler                   pic x(01).
           05  anom-column-text         pic x(79).

       01  anom-report-detail.
           05  filler                   pic x(01).
           05  anom-detail-id           pic x(20).
           05  filler                   pic x(01).
           05  anom-detail-dept         pic x(02).
           05  filler                   pic x(01).
           05  anom-detail-date         pic x(08).
           05  filler                   pic x(01).
           05  anom-detail-time         pic x(05).
           05  filler                   pic x(01).
           05  anom-detail-text         pic x(40).

       01  anom-supervisor-detail.
           05  filler                   pic x(01).
           05  anom-super-name          pic x(20).
           05  filler                   pic x(02).
           05  anom-super-type-count occurs 5 times.
               10  anom-super-count     pic zz,zz9.
               10  filler               pic x(01).
           05  anom-super-total         pic zz,zz9.

       01  anom-report-trailer.
           05  anom-trailer-tag         pic x(30).
           05  anom-trailer-count       pic zz,zzz,zz9.
           05  filler                   pic x(38).
