      *> ----------------------------------------------------------
      *> SCHOVRD.CPY
      *> Record layout for SCHEDULE-OVERRIDE-FILE, the indexed
      *> dated exceptions to the weekly SCHEDULE-FILE pattern,
      *> maintained through SCHEDMNT.  Keyed on the calendar date
      *> and the operator id.  Each record is one of:
      *>   ADD   the operator works the shift given on the date
      *>         (a move, when the pattern already has the
      *>         operator on another shift that day)
      *>   DROP  the operator's pattern shift is not worked
      *>   SWAP  the operator and the partner trade their pattern
      *>         shifts for the date; either may be off that day
      *> The shifts before and after the override are carried on
      *> the record, so the roster build and the punctuality
      *> report apply it without re-reading the pattern.  A blank
      *> shift means not working.  An operator appears in at most
      *> one override for a date, as operator or as partner.
      *>
      *> Modification history
      *>   2026-10-15  original layout
      *> ----------------------------------------------------------
       01  schedule-override-record.
           05  override-key.
               10  override-date        pic x(08).
               10  override-operator-id pic x(20).
           05  override-type            pic x(04).
               88  override-add             value "ADD".
               88  override-drop            value "DROP".
               88  override-swap            value "SWAP".
           05  override-from-shift      pic x(01).
           05  override-shift-code      pic x(01).
           05  override-partner-id      pic x(20).
           05  override-partner-from    pic x(01).
           05  override-partner-shift   pic x(01).
           05  override-entered-date    pic x(08).
           05  filler                   pic x(16).
