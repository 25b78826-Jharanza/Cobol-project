      *>   2026-09-02  original layout
      *>   2026-09-02  added the HRBATCH event type alongside the
      *>               one on AUDITREC.CPY
      *>   2026-10-15  added the PUNCHCORR event type alongside the
      *>               one on AUDITREC.CPY
      *>   2026-10-15  added the BREAK-STRT and BREAK-END event
      *>               types alongside the ones on AUDITREC.CPY
      *> ----------------------------------------------------------
       01  audit-history-record.
           05  audit-hist-key.
               88  audit-hist-clock-out     value "CLOCK-OUT".
               88  audit-hist-maintenance   value "MAINT".
               88  audit-hist-hr-batch      value "HRBATCH".
               88  audit-hist-punch-corr    value "PUNCHCORR".
               88  audit-hist-break-start   value "BREAK-STRT".
               88  audit-hist-break-end     value "BREAK-END".
               88  audit-hist-legacy        value spaces.
           05  filler                   pic x(13).
