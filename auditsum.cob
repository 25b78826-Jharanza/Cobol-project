      *>   2026-08-22  only clock-in audit records are summarized;
      *>               clock-out and maintenance records would skew
      *>               the attendance counts
      *>   2026-10-15  records left out of a full summary table are
      *>               still counted in the grand totals, and on
      *>               their own trailer line
      *> ------------------------------------------------------------
       identification division.
       program-id. AuditSummary.
       01  total-attempt-count          pic 9(08) comp value zero.
       01  total-success-count          pic 9(08) comp value zero.
       01  total-failure-count          pic 9(08) comp value zero.
       01  summary-overflow-count       pic 9(08) comp value zero.

      *> ----------------------------------------------------------
      *> per-operator accumulator table, one entry per distinct
               if summary-count >= 500
                   display "SUMMARY TABLE FULL - OPERATOR "
                       audit-operator-id " NOT SUMMARIZED"
                   add 1 to summary-overflow-count
                   perform 3250-add-grand-totals thru 3250-exit
                   go to 3200-exit
               end-if
               add 1 to summary-count
           end-if

           add 1 to summary-attempts(summary-sub)
           perform 3250-add-grand-totals thru 3250-exit
           if audit-success
               add 1 to summary-successes(summary-sub)
               if audit-run-time < summary-earliest(summary-sub)
                   move audit-run-time
                       to summary-earliest(summary-sub)
               end-if
           else
               add 1 to summary-failures(summary-sub)
           end-if
           .
       3200-exit.
           exit.

      *> ------------------------------------------------------------
      *> 3250-ADD-GRAND-TOTALS - every clock-in attempt counts in
      *> the grand totals, tabled or not
      *> ------------------------------------------------------------
       3250-add-grand-totals.
           add 1 to total-attempt-count
           if audit-success
               add 1 to total-success-count
           else
               add 1 to total-failure-count
           end-if
           .
       3250-exit.
           exit.

      *> ------------------------------------------------------------
      *> 3300-SCAN-SUMMARY-TABLE - leaves SUMMARY-SUB pointing at
      *> the matching entry when one is found
           move "OPERATORS REPORTED:" to attsum-trailer-tag
           move summary-count to attsum-trailer-count
           write attsum-report-trailer

           if summary-overflow-count > zero
               move spaces to attsum-report-trailer
               move "RECORDS NOT SUMMARIZED - FULL:"
                   to attsum-trailer-tag
               move summary-overflow-count to attsum-trailer-count
               write attsum-report-trailer
           end-if
           .
       7400-exit.
           exit.
