      *> ----------------------------------------------------------
      *> OPJRNL.CPY
      *> Record layout for OPERATOR-JOURNAL-FILE, the change
      *> journal of OPERATOR-MASTER-FILE.  One record is appended
      *> for every add, change, or deactivate applied to the
      *> master, from the maintenance menu (source MAINT) or the
      *> HR batch apply (source HRBATCH), carrying the full master
      *> record before and after the change.  The before image of
      *> an add is spaces.  The file is never rewritten, so the
      *> master as it stood on any date can be rebuilt from the
      *> current master and the changes made after that date.
      *>
      *> Modification history
      *>   2026-10-15  original layout
      *> ----------------------------------------------------------
       01  operator-journal-record.
           05  journal-date             pic x(08).
           05  journal-time             pic x(08).
           05  journal-source           pic x(08).
               88  journal-from-menu        value "MAINT".
               88  journal-from-hr-batch    value "HRBATCH".
           05  journal-action           pic x(03).
               88  journal-add              value "ADD".
               88  journal-change           value "CHG".
               88  journal-deactivate       value "DEA".
           05  journal-operator-id      pic x(20).
           05  journal-before-image.
               10  journal-before-id        pic x(20).
               10  journal-before-name      pic x(20).
               10  journal-before-shift     pic x(01).
               10  journal-before-active    pic x(01).
               10  journal-before-dept      pic x(02).
               10  journal-before-effective pic x(08).
               10  journal-before-expiry    pic x(08).
           05  journal-after-image.
               10  journal-after-id         pic x(20).
               10  journal-after-name       pic x(20).
               10  journal-after-shift      pic x(01).
               10  journal-after-active     pic x(01).
               10  journal-after-dept       pic x(02).
               10  journal-after-effective  pic x(08).
               10  journal-after-expiry     pic x(08).
           05  filler                   pic x(10).
