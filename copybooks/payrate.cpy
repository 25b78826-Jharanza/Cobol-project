      *> ----------------------------------------------------------
      *> PAYRATE.CPY
      *> Record layout for PAY-RATE-FILE, the indexed file of
      *> operator pay rates.  Keyed on operator id plus effective
      *> date, so an operator's rate history reads in date order
      *> and a raise is a new record, not a change to the old one.
      *> A rate stands from its effective date until the
      *> operator's next one.  The swing and night differentials
      *> are per-hour amounts paid on top of the hourly rate for
      *> hours on those shifts.
      *>
      *> Modification history
      *>   2026-10-15  original layout
      *> ----------------------------------------------------------
       01  pay-rate-record.
           05  pay-rate-key.
               10  pay-rate-operator-id pic x(20).
               10  pay-rate-effective-date
                                        pic x(08).
           05  pay-rate-hourly          pic 9(03)v99.
           05  pay-rate-swing-diff      pic 9(02)v99.
           05  pay-rate-night-diff      pic 9(02)v99.
           05  pay-rate-entered-date    pic x(08).
           05  filler                   pic x(15).
