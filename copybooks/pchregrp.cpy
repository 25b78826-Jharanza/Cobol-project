      *> ----------------------------------------------------------
      *> PCHREGRP.CPY
      *> Print-line layouts for PUNCH-REGISTER-REPORT-FILE: page
      *> header, column header, correction detail, and trailer.
      *> The literal text portions are named (not FILLER) because
      *> an FD-level VALUE clause is never applied at run time --
      *> the procedure division moves the literal text in
      *> explicitly before each WRITE.
      *>
      *> Modification history
      *>   2026-10-15  original layout
      *> ----------------------------------------------------------
       01  pchreg-report-header-1.
           05  pchreg-header-title      pic x(26).
           05  filler                   pic x(03).
           05  pchreg-header-from-tag   pic x(05).
           05  pchreg-header-from       pic x(08).
           05  filler                   pic x(02).
           05  pchreg-header-to-tag     pic x(03).
           05  pchreg-header-to         pic x(08).
           05  filler                   pic x(32).

       01  pchreg-column-header.
           05  filler                   pic x(01).
           05  pchreg-column-text       pic x(86).

       01  pchreg-report-detail.
           05  filler                   pic x(01).
           05  pchreg-detail-id         pic x(20).
           05  filler                   pic x(01).
           05  pchreg-detail-date       pic x(08).
           05  filler                   pic x(01).
           05  pchreg-detail-type       pic x(10).
           05  filler                   pic x(01).
           05  pchreg-detail-time       pic x(05).
           05  filler                   pic x(01).
           05  pchreg-detail-reason     pic x(03).
           05  filler                   pic x(01).
           05  pchreg-detail-supervisor pic x(20).
           05  filler                   pic x(01).
           05  pchreg-detail-entered    pic x(08).
           05  filler                   pic x(01).
           05  pchreg-detail-action     pic x(04).

       01  pchreg-report-trailer.
           05  pchreg-trailer-tag       pic x(30).
           05  pchreg-trailer-count     pic zz,zzz,zz9.
           05  filler                   pic x(38).
