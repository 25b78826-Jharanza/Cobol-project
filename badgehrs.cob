      *> written before the business date existed carry spaces and
      *> pair on the wall-clock event date as they always did.
      *>
      *> Supervisor-approved missed-punch corrections on
      *> PUNCH-CORRECTION-FILE are merged with the badge events
      *> before pairing: a correction's time replaces the event of
      *> its type for the operator and business date, whatever the
      *> badge recorded.  Only operator-dates with badge events in
      *> this run take corrections, and every pair settled with a
      *> corrected time is marked on the report.
      *>
      *> Meal-break punches (BREAK-STRT, BREAK-END) pair off in
      *> the order they were badged.  Each completed break is
      *> unpaid and comes off the shift's elapsed hours before the
      *> extract is written; a break with no end is not deducted.
      *> A compliance section lists every shift over six hours
      *> with no meal break, every break under thirty minutes,
      *> every break never ended, and every break end with no
      *> start.
      *>
      *> Modification history
      *>   2026-08-22  original program
      *>   2026-08-22  backward pairs (out before in) get their own
      *>               out-time before 06:00 against an in-time at
      *>               or after 22:00 wraps through midnight
      *>               instead of reporting as a backward pair
      *>   2026-10-15  approved missed-punch corrections are merged
      *>               with the badge events ahead of pairing, and
      *>               corrected pairs are marked on the report
      *>   2026-10-15  meal-break punches are paired, completed
      *>               break time is deducted from the hours
      *>               extracted, and a break-compliance section
      *>               follows the pairing detail
      *>   2026-10-15  badge events dropped from a full pairing table
      *>               and corrections left out of a full correction
      *>               table are counted in the trailer
      *> ------------------------------------------------------------
       identification division.
       program-id. BadgeHours.
               organization is line sequential
               file status is run-control-file-status.

           select punch-correction-file assign to "PUNCHCOR"
               organization is line sequential
               file status is punch-correction-file-status.

       data division.
       file section.
       fd  badge-event-file.
       fd  run-control-file.
           copy "runctlrc.cpy".

       fd  punch-correction-file.
           copy "punchcor.cpy".

       working-storage section.
       01  badge-event-file-status      pic x(02) value spaces.
       01  hours-worked-file-status     pic x(02) value spaces.
       01  runctl-job-name-ws           pic x(10) value "BADGEHRS".
       01  runctl-stamp-date            pic 9(08) value zero.
       01  runctl-stamp-time            pic 9(08) value zero.
       01  punch-correction-file-status pic x(02) value spaces.
       01  correction-eof-switch        pic x(01) value "N".
           88  correction-eof               value "Y".
       01  correction-found-switch      pic x(01) value "N".
           88  correction-entry-found       value "Y".
       01  corrections-read-count       pic 9(08) comp value zero.
       01  corrections-applied-count    pic 9(08) comp value zero.
       01  corrected-pair-count         pic 9(08) comp value zero.
       01  break-only-count             pic 9(08) comp value zero.
       01  breaks-deducted-count        pic 9(08) comp value zero.
       01  no-break-shift-count         pic 9(08) comp value zero.
       01  short-break-shift-count      pic 9(08) comp value zero.
       01  unended-break-count          pic 9(08) comp value zero.
       01  orphan-break-end-count       pic 9(08) comp value zero.
       01  break-start-seconds          pic 9(08) comp value zero.
       01  break-seconds                pic s9(08) comp value zero.
       01  minimum-break-seconds        pic 9(08) comp value 1800.
       01  break-required-seconds       pic 9(08) comp value 21600.
       01  entry-unended-count          pic 9(04) comp value zero.
       01  compliance-message           pic x(30) value spaces.
       01  pair-overflow-count          pic 9(08) comp value zero.
       01  correction-overflow-count    pic 9(08) comp value zero.

      *> ----------------------------------------------------------
      *> standing approved corrections, one entry per operator,
      *> business date, and event type; a later void turns the
      *> entry off again
      *> ----------------------------------------------------------
       01  correction-count             pic 9(04) comp value zero.
       01  correction-sub               pic 9(04) comp value zero.
       01  correction-table.
           05  correction-entry occurs 500 times.
               10  corr-tbl-operator-id pic x(20).
               10  corr-tbl-date        pic x(08).
               10  corr-tbl-event-type  pic x(10).
               10  corr-tbl-time        pic x(08).
               10  corr-tbl-active      pic x(01).
                   88  corr-tbl-approved    value "Y".

      *> ----------------------------------------------------------
      *> pairing table, one entry per operator per event date;
               10  pair-out-switch      pic x(01).
                   88  pair-has-out         value "Y".
               10  pair-out-time        pic x(08).
               10  pair-corrected-switch pic x(01).
                   88  pair-corrected       value "Y".
               10  pair-written-switch  pic x(01).
                   88  pair-hours-written   value "Y".
               10  pair-elapsed-seconds pic 9(08) comp.
               10  pair-break-open-switch pic x(01).
                   88  pair-break-open      value "Y".
               10  pair-break-start-time pic x(08).
               10  pair-break-count     pic 9(04) comp.
               10  pair-break-seconds   pic 9(08) comp.
               10  pair-short-break-count pic 9(04) comp.
               10  pair-unended-count   pic 9(04) comp.
               10  pair-orphan-end-count pic 9(04) comp.

       procedure division.

           perform 9500-stamp-run-start thru 9500-exit
           perform 1000-initialize thru 1000-exit
           perform 3000-load-badge-events thru 3000-exit
           perform 3500-merge-corrections thru 3500-exit
           perform 4000-pair-and-extract thru 4000-exit
           perform 7400-write-compliance-section thru 7400-exit
           perform 7200-write-report-trailer thru 7200-exit
           perform 9600-stamp-run-end thru 9600-exit
           perform 9900-terminate thru 9900-exit
      *> ------------------------------------------------------------
       3200-roll-in-event.
           if not badge-clock-in and not badge-clock-out
               and not badge-break-start and not badge-break-end
               display "UNKNOWN BADGE EVENT TYPE "
                   badge-event-type " IGNORED"
               go to 3200-exit
               if pair-count >= 500
                   display "PAIRING TABLE FULL - EVENT FOR "
                       badge-operator-id " DROPPED"
                   add 1 to pair-overflow-count
                   go to 3200-exit
               end-if
               add 1 to pair-count
               move "N" to pair-out-switch(pair-sub)
               move spaces to pair-in-time(pair-sub)
               move spaces to pair-out-time(pair-sub)
               move "N" to pair-corrected-switch(pair-sub)
               move "N" to pair-written-switch(pair-sub)
               move zero to pair-elapsed-seconds(pair-sub)
               move "N" to pair-break-open-switch(pair-sub)
               move spaces to pair-break-start-time(pair-sub)
               move zero to pair-break-count(pair-sub)
               move zero to pair-break-seconds(pair-sub)
               move zero to pair-short-break-count(pair-sub)
               move zero to pair-unended-count(pair-sub)
               move zero to pair-orphan-end-count(pair-sub)
           end-if

           evaluate true
                       move badge-event-time
                           to pair-out-time(pair-sub)
                   end-if
               when badge-break-start
                   perform 3250-start-break thru 3250-exit
               when badge-break-end
                   perform 3260-end-break thru 3260-exit
           end-evaluate
           .
       3200-exit.
           exit.

      *> ------------------------------------------------------------
      *> 3250-START-BREAK - a second start with the first still open
      *> means the first was never ended
      *> ------------------------------------------------------------
       3250-start-break.
           if pair-break-open(pair-sub)
               add 1 to pair-unended-count(pair-sub)
           end-if
           move "Y" to pair-break-open-switch(pair-sub)
           move badge-event-time to pair-break-start-time(pair-sub)
           .
       3250-exit.
           exit.

      *> ------------------------------------------------------------
      *> 3260-END-BREAK - closes the open break.  A break running
      *> from 22:00 or later to before 06:00 wraps through
      *> midnight, as a night-shift pair does; an end with no open
      *> start, or before its start, is reported, not deducted
      *> ------------------------------------------------------------
       3260-end-break.
           if not pair-break-open(pair-sub)
               add 1 to pair-orphan-end-count(pair-sub)
               go to 3260-exit
           end-if
           move "N" to pair-break-open-switch(pair-sub)
           move pair-break-start-time(pair-sub) to seconds-work-time
           perform 4300-time-to-seconds thru 4300-exit
           move clock-out-seconds to break-start-seconds
           move badge-event-time to seconds-work-time
           perform 4300-time-to-seconds thru 4300-exit
           compute break-seconds =
               clock-out-seconds - break-start-seconds
           if break-seconds < zero
               if pair-break-start-time(pair-sub) >= "22000000"
                   and badge-event-time < "06000000"
                   add 86400 to break-seconds
               else
                   add 1 to pair-orphan-end-count(pair-sub)
                   go to 3260-exit
               end-if
           end-if
           add 1 to pair-break-count(pair-sub)
           add break-seconds to pair-break-seconds(pair-sub)
           if break-seconds < minimum-break-seconds
               add 1 to pair-short-break-count(pair-sub)
           end-if
           .
       3260-exit.
           exit.

      *> ------------------------------------------------------------
      *> 3300-SCAN-PAIR-TABLE - leaves PAIR-SUB pointing at the
      *> matching entry when one is found
       3300-exit.
           exit.

      *> ============================================================
      *> 3500-MERGE-CORRECTIONS - the standing approved punch
      *> corrections replace the badged times in the pairing table;
      *> a missing correction file means none
      *> ============================================================
       3500-merge-corrections.
           move zero to correction-count
           open input punch-correction-file
           if punch-correction-file-status = "35"
               go to 3500-exit
           end-if
           if punch-correction-file-status not = "00"
               display "PUNCH CORRECTION FILE OPEN FAILED - STATUS "
                   punch-correction-file-status
               go to 3500-exit
           end-if
           move "N" to correction-eof-switch
           perform 3510-read-correction thru 3510-exit
               until correction-eof
           close punch-correction-file
           perform 3600-apply-one-correction thru 3600-exit
               varying correction-sub from 1 by 1
               until correction-sub > correction-count
           .
       3500-exit.
           exit.

      *> ------------------------------------------------------------
      *> 3510-READ-CORRECTION - an approval sets the operator-date-
      *> event entry's time, a void turns it off
      *> ------------------------------------------------------------
       3510-read-correction.
           read punch-correction-file
               at end
                   move "Y" to correction-eof-switch
                   go to 3510-exit
           end-read
           add 1 to corrections-read-count
           move "N" to correction-found-switch
           perform 3520-scan-correction-table thru 3520-exit
               varying correction-sub from 1 by 1
               until correction-sub > correction-count
                  or correction-entry-found
           if not correction-entry-found
               if correction-voided
                   go to 3510-exit
               end-if
               if correction-count >= 500
                   display "CORRECTION TABLE FULL - CORRECTION FOR "
                       correction-operator-id " NOT APPLIED"
                   add 1 to correction-overflow-count
                   go to 3510-exit
               end-if
               add 1 to correction-count
               move correction-count to correction-sub
               move correction-operator-id
                   to corr-tbl-operator-id(correction-sub)
               move correction-business-date
                   to corr-tbl-date(correction-sub)
               move correction-event-type
                   to corr-tbl-event-type(correction-sub)
           end-if
           if correction-approved
               move correction-time to corr-tbl-time(correction-sub)
               move "Y" to corr-tbl-active(correction-sub)
           else
               move "N" to corr-tbl-active(correction-sub)
           end-if
           .
       3510-exit.
           exit.

      *> ------------------------------------------------------------
      *> 3520-SCAN-CORRECTION-TABLE - leaves CORRECTION-SUB pointing
      *> at the matching entry when one is found
      *> ------------------------------------------------------------
       3520-scan-correction-table.
           if corr-tbl-operator-id(correction-sub)
                   = correction-operator-id
               and corr-tbl-date(correction-sub)
                   = correction-business-date
               and corr-tbl-event-type(correction-sub)
                   = correction-event-type
               move "Y" to correction-found-switch
               subtract 1 from correction-sub
           end-if
           .
       3520-exit.
           exit.

      *> ------------------------------------------------------------
      *> 3600-APPLY-ONE-CORRECTION - only an operator-date already
      *> in the pairing table takes the correction; one for a date
      *> outside this run's badge events is left alone
      *> ------------------------------------------------------------
       3600-apply-one-correction.
           if not corr-tbl-approved(correction-sub)
               go to 3600-exit
           end-if
           move "N" to pair-found-switch
           perform 3610-scan-pair-for-correction thru 3610-exit
               varying pair-sub from 1 by 1
               until pair-sub > pair-count
                  or pair-entry-found
           if not pair-entry-found
               go to 3600-exit
           end-if
           add 1 to corrections-applied-count
           move "Y" to pair-corrected-switch(pair-sub)
           if corr-tbl-event-type(correction-sub) = "CLOCK-IN"
               move "Y" to pair-in-switch(pair-sub)
               move corr-tbl-time(correction-sub)
                   to pair-in-time(pair-sub)
           else
               move "Y" to pair-out-switch(pair-sub)
               move corr-tbl-time(correction-sub)
                   to pair-out-time(pair-sub)
           end-if
           .
       3600-exit.
           exit.

      *> ------------------------------------------------------------
      *> 3610-SCAN-PAIR-FOR-CORRECTION
      *> ------------------------------------------------------------
       3610-scan-pair-for-correction.
           if pair-operator-id(pair-sub)
                   = corr-tbl-operator-id(correction-sub)
               and pair-event-date(pair-sub)
                   = corr-tbl-date(correction-sub)
               move "Y" to pair-found-switch
               subtract 1 from pair-sub
           end-if
           .
       3610-exit.
           exit.

      *> ============================================================
      *> 4000-PAIR-AND-EXTRACT - every table entry is a matched
      *> pair, an in with no out, or an out with no in
               when pair-has-in(pair-sub)
                   add 1 to unpaired-in-count
                   perform 7300-write-unpaired-detail thru 7300-exit
               when pair-has-out(pair-sub)
                   add 1 to unpaired-out-count
                   perform 7310-write-unpaired-out thru 7310-exit
               when other
                   add 1 to break-only-count
                   perform 7340-write-break-only thru 7340-exit
           end-evaluate
           .
       4100-exit.
      *> pair.  A night-shift pair on one business date crosses
      *> midnight, so a small-hours out-time against an in-time at
      *> or after the 22:00 shift start wraps through midnight;
      *> any other out-before-in is reported, not extracted.  The
      *> completed meal breaks are unpaid and come off the elapsed
      *> time; the break time can never take the shift below zero
      *> ------------------------------------------------------------
       4200-write-hours-record.
           move pair-in-time(pair-sub) to seconds-work-time
               end-if
           end-if

           move "Y" to pair-written-switch(pair-sub)
           move elapsed-seconds to pair-elapsed-seconds(pair-sub)
           if pair-break-seconds(pair-sub) > elapsed-seconds
               move elapsed-seconds to pair-break-seconds(pair-sub)
           end-if
           add pair-break-count(pair-sub) to breaks-deducted-count

           move spaces to hours-worked-record
           move pair-operator-id(pair-sub) to hours-operator-id
           move pair-event-date(pair-sub) to hours-work-date
           move pair-in-time(pair-sub) to hours-clock-in-time
           move pair-out-time(pair-sub) to hours-clock-out-time
           compute hours-elapsed rounded =
               (elapsed-seconds - pair-break-seconds(pair-sub))
                   / 3600
           compute hours-break-deducted rounded =
               pair-break-seconds(pair-sub) / 3600
           write hours-worked-record
           add 1 to pairs-written-count
           if pair-corrected(pair-sub)
               add 1 to corrected-pair-count
               perform 7330-write-corrected-pair thru 7330-exit
           end-if
           .
       4200-exit.
           exit.
           move "OUT BEFORE IN:" to hours-trailer-tag
           move backward-pair-count to hours-trailer-count
           write hours-report-trailer

           move spaces to hours-report-trailer
           move "PUNCH CORRECTIONS APPLIED:" to hours-trailer-tag
           move corrections-applied-count to hours-trailer-count
           write hours-report-trailer

           move spaces to hours-report-trailer
           move "CORRECTED PAIRS WRITTEN:" to hours-trailer-tag
           move corrected-pair-count to hours-trailer-count
           write hours-report-trailer

           move spaces to hours-report-trailer
           move "BREAK PUNCHES WITHOUT SHIFT:" to hours-trailer-tag
           move break-only-count to hours-trailer-count
           write hours-report-trailer

           move spaces to hours-report-trailer
           move "MEAL BREAKS DEDUCTED:" to hours-trailer-tag
           move breaks-deducted-count to hours-trailer-count
           write hours-report-trailer

           move spaces to hours-report-trailer
           move "SHIFTS OVER 6 HRS NO BREAK:" to hours-trailer-tag
           move no-break-shift-count to hours-trailer-count
           write hours-report-trailer

           move spaces to hours-report-trailer
           move "BREAKS UNDER 30 MINUTES:" to hours-trailer-tag
           move short-break-shift-count to hours-trailer-count
           write hours-report-trailer

           move spaces to hours-report-trailer
           move "BREAKS NEVER ENDED:" to hours-trailer-tag
           move unended-break-count to hours-trailer-count
           write hours-report-trailer

           move spaces to hours-report-trailer
           move "BREAK ENDS WITHOUT START:" to hours-trailer-tag
           move orphan-break-end-count to hours-trailer-count
           write hours-report-trailer

           if pair-overflow-count > zero
               move spaces to hours-report-trailer
               move "EVENTS DROPPED - TABLE FULL:" to hours-trailer-tag
               move pair-overflow-count to hours-trailer-count
               write hours-report-trailer
           end-if
           if correction-overflow-count > zero
               move spaces to hours-report-trailer
               move "CORRECTIONS NOT APPLIED:" to hours-trailer-tag
               move correction-overflow-count to hours-trailer-count
               write hours-report-trailer
           end-if
           .
       7200-exit.
           exit.
       7320-exit.
           exit.

      *> ------------------------------------------------------------
      *> 7330-WRITE-CORRECTED-PAIR - a pair extracted with a
      *> supervisor's corrected time in place of a badged one
      *> ------------------------------------------------------------
       7330-write-corrected-pair.
           move spaces to hours-report-detail
           move pair-operator-id(pair-sub) to hours-detail-id
           move pair-event-date(pair-sub) to hours-detail-date
           move "CORRECTED PAIR - HOURS WRITTEN"
               to hours-detail-message
           write hours-report-detail
           .
       7330-exit.
           exit.

      *> ------------------------------------------------------------
      *> 7340-WRITE-BREAK-ONLY - break punches with neither a
      *> clock-in nor a clock-out for the date
      *> ------------------------------------------------------------
       7340-write-break-only.
           move spaces to hours-report-detail
           move pair-operator-id(pair-sub) to hours-detail-id
           move pair-event-date(pair-sub) to hours-detail-date
           move "BREAK PUNCHES WITHOUT SHIFT"
               to hours-detail-message
           write hours-report-detail
           .
       7340-exit.
           exit.

      *> ============================================================
      *> 7400-WRITE-COMPLIANCE-SECTION - meal-break exceptions for
      *> every operator-date, after the pairing detail
      *> ============================================================
       7400-write-compliance-section.
           move spaces to hours-section-header
           move "MEAL BREAK COMPLIANCE" to hours-section-text
           write hours-section-header
           perform 7410-check-one-entry thru 7410-exit
               varying pair-sub from 1 by 1
               until pair-sub > pair-count
           .
       7400-exit.
           exit.

      *> ------------------------------------------------------------
      *> 7410-CHECK-ONE-ENTRY - the six-hour rule is judged on the
      *> extracted shift's elapsed time; a break still open at the
      *> end of the events was never ended
      *> ------------------------------------------------------------
       7410-check-one-entry.
           move pair-unended-count(pair-sub) to entry-unended-count
           if pair-break-open(pair-sub)
               add 1 to entry-unended-count
           end-if
           if pair-hours-written(pair-sub)
               and pair-elapsed-seconds(pair-sub)
                   > break-required-seconds
               and pair-break-count(pair-sub) = zero
               add 1 to no-break-shift-count
               move "OVER 6 HOURS - NO MEAL BREAK"
                   to compliance-message
               perform 7420-write-compliance-detail thru 7420-exit
           end-if
           if pair-short-break-count(pair-sub) > zero
               add 1 to short-break-shift-count
               move "MEAL BREAK UNDER 30 MINUTES"
                   to compliance-message
               perform 7420-write-compliance-detail thru 7420-exit
           end-if
           if entry-unended-count > zero
               add 1 to unended-break-count
               move "BREAK STARTED - NEVER ENDED"
                   to compliance-message
               perform 7420-write-compliance-detail thru 7420-exit
           end-if
           if pair-orphan-end-count(pair-sub) > zero
               add 1 to orphan-break-end-count
               move "BREAK END WITHOUT BREAK START"
                   to compliance-message
               perform 7420-write-compliance-detail thru 7420-exit
           end-if
           .
       7410-exit.
           exit.

      *> ------------------------------------------------------------
      *> 7420-WRITE-COMPLIANCE-DETAIL
      *> ------------------------------------------------------------
       7420-write-compliance-detail.
           move spaces to hours-report-detail
           move compliance-message to hours-detail-message
           move pair-operator-id(pair-sub) to hours-detail-id
           move pair-event-date(pair-sub) to hours-detail-date
           write hours-report-detail
           .
       7420-exit.
           exit.

      *> ============================================================
      *> 9500-STAMP-RUN-START - start record on the shared
      *> run-control file for the cycle verifier; a stamp failure
