      *> ----------------------------------------------------------
      *> LVSTMRP.CPY
      *> Print-line layouts for LEAVE-STATEMENT-REPORT-FILE: page
      *> header, column header, department header, per-operator
      *> balance detail, and trailer.  The literal text portions
      *> are named (not FILLER) because an FD-level VALUE clause is
      *> never applied at run time -- the procedure division moves
      *> the literal text in explicitly before each WRITE.
      *>
      *> Modification history
      *>   2026-10-15  original layout
      *> ----------------------------------------------------------
       01  lvstm-report-header-1.
           05  lvstm-header-title       pic x(24).
           05  filler                   pic x(03).
           05  lvstm-header-date-tag    pic x(07).
           05  lvstm-header-date        pic x(10).
           05  filler                   pic x(35).

       01  lvstm-column-header.
           05  filler                   pic x(01).
           05  lvstm-column-text        pic x(78).

       01  lvstm-dept-header.
           05  lvstm-dept-text          pic x(79).

       01  lvstm-report-detail.
           05  filler                   pic x(01).
           05  lvstm-detail-id          pic x(20).
           05  filler                   pic x(02).
           05  lvstm-detail-name        pic x(20).
           05  filler                   pic x(02).
           05  lvstm-detail-reason      pic x(03).
           05  filler                   pic x(01).
           05  lvstm-detail-accrued     pic z,zz9.99.
           05  filler                   pic x(01).
           05  lvstm-detail-taken       pic z,zz9.99.
           05  filler                   pic x(01).
           05  lvstm-detail-remaining   pic -,--9.99.
           05  filler                   pic x(04).

       01  lvstm-message-detail.
           05  filler                   pic x(01).
           05  lvstm-message-id         pic x(20).
           05  filler                   pic x(02).
           05  lvstm-message-name       pic x(20).
           05  filler                   pic x(02).
           05  lvstm-message-text       pic x(34).

       01  lvstm-report-trailer.
           05  lvstm-trailer-tag        pic x(30).
           05  lvstm-trailer-count      pic zz,zzz,zz9.
           05  filler                   pic x(38).
