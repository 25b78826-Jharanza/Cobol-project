      *> ----------------------------------------------------------
      *> BDGHRSRP.CPY
      *> Print-line layouts for HOURS-REPORT-FILE: page header,
      *> unpaired-event detail, section header, and trailer.  The
      *> literal text portions are named (not FILLER) because an
      *> FD-level VALUE clause is never applied at run time -- the
      *> procedure division moves the literal text in explicitly
      *> before each WRITE.
      *>
      *> Modification history
      *>   2026-08-22  original layout
      *>   2026-10-15  added the section header for the meal-break
      *>               compliance section
      *> ----------------------------------------------------------
       01  hours-report-header-1.
           05  hours-header-title       pic x(26).
           05  filler                   pic x(02).
           05  hours-detail-message     pic x(30).

       01  hours-section-header.
           05  filler                   pic x(01).
           05  hours-section-text       pic x(40).

       01  hours-report-trailer.
           05  hours-trailer-tag        pic x(30).
           05  hours-trailer-count      pic zz,zzz,zz9.
