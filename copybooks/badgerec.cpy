      *>               splitting night shifts across midnight;
      *>               records written before the change carry
      *>               spaces and pair on the wall-clock date
      *>   2026-10-15  added the BREAK-STRT and BREAK-END event
      *>               types written by the greeting run's meal-
      *>               break modes
      *> ----------------------------------------------------------
       01  badge-event-record.
           05  badge-operator-id        pic x(20).
           05  badge-event-type         pic x(10).
               88  badge-clock-in           value "CLOCK-IN".
               88  badge-clock-out          value "CLOCK-OUT".
               88  badge-break-start        value "BREAK-STRT".
               88  badge-break-end          value "BREAK-END".
           05  badge-business-date      pic x(08).
           05  filler                   pic x(04).
