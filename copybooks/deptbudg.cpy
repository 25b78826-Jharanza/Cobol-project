      *> ----------------------------------------------------------
      *> DEPTBUDG.CPY
      *> Record layout for DEPT-BUDGET-FILE, the indexed companion
      *> to DEPT-MASTER-FILE holding each department's weekly labor
      *> budget.  Keyed on the same department code.  Kept apart
      *> from the department master because the master has too
      *> little filler left for an amount.
      *>
      *> Modification history
      *>   2026-10-15  original layout
      *> ----------------------------------------------------------
       01  dept-budget-record.
           05  dept-budget-code         pic x(02).
           05  dept-budget-weekly       pic 9(07)v99.
           05  dept-budget-entered-date pic x(08).
           05  filler                   pic x(21).
