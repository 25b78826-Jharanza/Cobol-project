      *> ----------------------------------------------------------
      *> LEAVBAL.CPY
      *> Record layout for LEAVE-BALANCE-FILE, the indexed leave
      *> ledger.  Keyed on operator id.  One record per operator
      *> carrying accrued, taken, and remaining hours for each
      *> balance-tracked reason code - entry one is vacation (VAC),
      *> entry two sick (SIC), entry three personal (PER).  Other
      *> leave (OTH) is not banked and has no entry.
      *>
      *> Accrual is posted once per pay week off PAY-ACCUM-FILE;
      *> ACCRUED-THRU holds the end date of the last pay week
      *> posted so a rerun cannot post the same week twice.  Taken
      *> hours are the approved leave days that have passed, up to
      *> DRAWN-THRU.  Remaining is accrued less taken and goes
      *> negative only when sick leave was approved past the
      *> balance.
      *>
      *> Modification history
      *>   2026-10-15  original layout
      *> ----------------------------------------------------------
       01  leave-balance-record.
           05  leave-bal-operator-id    pic x(20).
           05  leave-bal-reason-entry occurs 3 times.
               10  leave-bal-reason     pic x(03).
               10  leave-bal-accrued    pic 9(04)v99.
               10  leave-bal-taken      pic 9(04)v99.
               10  leave-bal-remaining  pic s9(04)v99.
           05  leave-bal-accrued-thru   pic x(08).
           05  leave-bal-drawn-thru     pic x(08).
           05  filler                   pic x(10).
