      *> ----------------------------------------------------------
      *> PUNCHCOR.CPY
      *> Record layout for PUNCH-CORRECTION-FILE, the supervisor-
      *> approved missed-punch corrections entered through PUNCHMNT
      *> and merged with the badge events by the hours pairing run
      *> ahead of pairing.  One record per transaction, appended in
      *> entry order and never rewritten: the operator, the shift's
      *> business date, the event corrected, the actual time
      *> (hhmmsscc, the badge event's own format), the reason, and
      *> the approving supervisor.  A void record reverses the
      *> approved correction before it for the same operator, date,
      *> and event type, so the file is its own register of who
      *> changed what.
      *>
      *> Modification history
      *>   2026-10-15  original layout
      *> ----------------------------------------------------------
       01  punch-correction-record.
           05  correction-operator-id   pic x(20).
           05  correction-business-date pic x(08).
           05  correction-event-type    pic x(10).
               88  correction-clock-in      value "CLOCK-IN".
               88  correction-clock-out     value "CLOCK-OUT".
           05  correction-time          pic x(08).
           05  correction-reason-code   pic x(03).
               88  correction-forgot        value "FGT".
               88  correction-reader-down   value "RDR".
               88  correction-wrong-mode    value "MOD".
               88  correction-other         value "OTH".
           05  correction-supervisor-id pic x(20).
           05  correction-entered-date  pic x(08).
           05  correction-entered-time  pic x(08).
           05  correction-status-flag   pic x(01).
               88  correction-approved      value "A".
               88  correction-voided        value "V".
           05  filler                   pic x(14).
