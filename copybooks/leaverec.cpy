      *> Cancelled entries stay on file with the status flag turned
      *> off, the way deactivated operators stay on the master.
      *>
      *> Indexed on operator id and from date, with the from date
      *> as an alternate key (duplicates) for reading by date.  A
      *> cancelled entry holds its key until the same operator and
      *> from date is booked again, which rewrites it.
      *>
      *> Modification history
      *>   2026-09-02  original layout
      *>   2026-10-15  operator id and from date grouped as the
      *>               record key for the indexed file
      *> ----------------------------------------------------------
       01  leave-calendar-record.
           05  leave-key.
               10  leave-operator-id    pic x(20).
               10  leave-from-date      pic x(08).
           05  leave-to-date            pic x(08).
           05  leave-reason-code        pic x(03).
               88  leave-vacation           value "VAC".
