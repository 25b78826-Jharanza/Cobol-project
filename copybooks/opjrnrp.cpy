      *> ----------------------------------------------------------
      *> OPJRNRP.CPY
      *> Print-line layouts for OPER-JOURNAL-REPORT-FILE: page
      *> header, column header, change-listing detail, as-of
      *> detail, and trailer.  The literal text portions are named
      *> (not FILLER) because an FD-level VALUE clause is never
      *> applied at run time -- the procedure division moves the
      *> literal text in explicitly before each WRITE.
      *>
      *> Modification history
      *>   2026-10-15  original layout
      *> ----------------------------------------------------------
       01  opjrn-report-header-1.
           05  opjrn-header-title       pic x(30).
           05  filler                   pic x(03).
           05  opjrn-header-from-tag    pic x(06).
           05  opjrn-header-from        pic x(08).
           05  filler                   pic x(02).
           05  opjrn-header-to-tag      pic x(03).
           05  opjrn-header-to          pic x(08).
           05  filler                   pic x(02).
           05  opjrn-header-id-tag      pic x(03).
           05  opjrn-header-id          pic x(20).

       01  opjrn-column-header.
           05  filler                   pic x(01).
           05  opjrn-column-text        pic x(100).

       01  opjrn-change-detail.
           05  filler                   pic x(01).
           05  opjrn-change-date        pic x(08).
           05  filler                   pic x(01).
           05  opjrn-change-time        pic x(05).
           05  filler                   pic x(01).
           05  opjrn-change-source      pic x(07).
           05  filler                   pic x(01).
           05  opjrn-change-action      pic x(03).
           05  filler                   pic x(01).
           05  opjrn-change-id          pic x(20).
           05  filler                   pic x(01).
           05  opjrn-change-image-tag   pic x(06).
           05  filler                   pic x(01).
           05  opjrn-change-name        pic x(20).
           05  filler                   pic x(01).
           05  opjrn-change-shift       pic x(01).
           05  filler                   pic x(01).
           05  opjrn-change-active      pic x(01).
           05  filler                   pic x(01).
           05  opjrn-change-dept        pic x(02).
           05  filler                   pic x(01).
           05  opjrn-change-effective   pic x(08).
           05  filler                   pic x(01).
           05  opjrn-change-expiry      pic x(08).

       01  opjrn-asof-detail.
           05  filler                   pic x(01).
           05  opjrn-asof-id            pic x(20).
           05  filler                   pic x(01).
           05  opjrn-asof-name          pic x(20).
           05  filler                   pic x(01).
           05  opjrn-asof-shift         pic x(01).
           05  filler                   pic x(01).
           05  opjrn-asof-active        pic x(01).
           05  filler                   pic x(01).
           05  opjrn-asof-dept          pic x(02).
           05  filler                   pic x(01).
           05  opjrn-asof-effective     pic x(08).
           05  filler                   pic x(01).
           05  opjrn-asof-expiry        pic x(08).
           05  filler                   pic x(01).
           05  opjrn-asof-source        pic x(24).

       01  opjrn-report-trailer.
           05  opjrn-trailer-tag        pic x(30).
           05  opjrn-trailer-count      pic zz,zzz,zz9.
           05  filler                   pic x(38).
