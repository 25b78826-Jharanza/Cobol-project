      *> ----------------------------------------------------------
      *> LABCSTRP.CPY
      *> Print-line layouts for LABOR-COST-REPORT-FILE: page
      *> header, section header, column header, per-operator cost
      *> detail, department header, department subtotal, budget
      *> variance line, not-costed exception detail, and count and
      *> amount trailers.  The literal text portions are named (not
      *> FILLER) because an FD-level VALUE clause is never applied
      *> at run time -- the procedure division moves the literal
      *> text in explicitly before each WRITE.
      *>
      *> Modification history
      *>   2026-10-15  original layout
      *> ----------------------------------------------------------
       01  labcst-report-header-1.
           05  labcst-header-title      pic x(26).
           05  filler                   pic x(02).
           05  labcst-header-from-tag   pic x(05).
           05  labcst-header-from       pic x(08).
           05  filler                   pic x(02).
           05  labcst-header-to-tag     pic x(03).
           05  labcst-header-to         pic x(08).
           05  filler                   pic x(26).

       01  labcst-section-header.
           05  labcst-section-text      pic x(80).

       01  labcst-column-header.
           05  filler                   pic x(01).
           05  labcst-column-text       pic x(79).

       01  labcst-report-detail.
           05  filler                   pic x(01).
           05  labcst-detail-id         pic x(20).
           05  filler                   pic x(01).
           05  labcst-detail-dept       pic x(02).
           05  filler                   pic x(01).
           05  labcst-detail-rate       pic zz9.99.
           05  filler                   pic x(01).
           05  labcst-detail-regular    pic zz,zz9.99.
           05  filler                   pic x(01).
           05  labcst-detail-overtime   pic zz,zz9.99.
           05  filler                   pic x(01).
           05  labcst-detail-holiday    pic zz,zz9.99.
           05  filler                   pic x(01).
           05  labcst-detail-diff       pic z,zz9.99.
           05  filler                   pic x(01).
           05  labcst-detail-total      pic zz,zz9.99.

       01  labcst-dept-header.
           05  filler                   pic x(01).
           05  labcst-dept-code-tag     pic x(05).
           05  labcst-dept-code         pic x(02).
           05  filler                   pic x(02).
           05  labcst-dept-name         pic x(30).
           05  filler                   pic x(02).
           05  labcst-dept-super-tag    pic x(12).
           05  labcst-dept-super        pic x(20).
           05  filler                   pic x(06).

       01  labcst-dept-line.
           05  filler                   pic x(01).
           05  labcst-dept-tag          pic x(29).
           05  filler                   pic x(01).
           05  labcst-dept-regular      pic zzz,zz9.99.
           05  labcst-dept-overtime     pic zzz,zz9.99.
           05  labcst-dept-holiday      pic zzz,zz9.99.
           05  labcst-dept-diff         pic zz,zz9.99.
           05  labcst-dept-total        pic zzz,zz9.99.

       01  labcst-budget-line.
           05  filler                   pic x(01).
           05  labcst-budget-tag        pic x(29).
           05  filler                   pic x(01).
           05  labcst-budget-amount     pic zzz,zz9.99.
           05  labcst-budget-variance   pic ---,--9.99.
           05  filler                   pic x(02).
           05  labcst-budget-flag       pic x(27).

       01  labcst-exception-detail.
           05  filler                   pic x(01).
           05  labcst-exc-id            pic x(20).
           05  filler                   pic x(01).
           05  labcst-exc-dept          pic x(02).
           05  filler                   pic x(01).
           05  labcst-exc-regular       pic zz9.99.
           05  filler                   pic x(01).
           05  labcst-exc-overtime      pic zz9.99.
           05  filler                   pic x(01).
           05  labcst-exc-holiday       pic zz9.99.
           05  filler                   pic x(01).
           05  labcst-exc-reason        pic x(34).

       01  labcst-report-trailer.
           05  labcst-trailer-tag       pic x(30).
           05  labcst-trailer-count     pic zz,zzz,zz9.
           05  filler                   pic x(38).

       01  labcst-amount-trailer.
           05  labcst-amount-tag        pic x(30).
           05  labcst-amount-value      pic zz,zzz,zz9.99.
           05  filler                   pic x(35).
