      *>               spaces and are read as clock-ins
      *>   2026-09-02  added the HRBATCH event type written by the
      *>               batch apply of HR's operator transactions
      *>   2026-10-15  added the PUNCHCORR event type written for
      *>               each supervisor's missed-punch correction
      *>   2026-10-15  added the BREAK-STRT and BREAK-END event
      *>               types written by the meal-break punches
      *> ----------------------------------------------------------
       01  audit-log-record.
           05  audit-operator-id        pic x(20).
               88  audit-clock-out          value "CLOCK-OUT".
               88  audit-maintenance        value "MAINT".
               88  audit-hr-batch           value "HRBATCH".
               88  audit-punch-correction   value "PUNCHCORR".
               88  audit-break-start        value "BREAK-STRT".
               88  audit-break-end          value "BREAK-END".
               88  audit-legacy-event       value spaces.
           05  filler                   pic x(13).
