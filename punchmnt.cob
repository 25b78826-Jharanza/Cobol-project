      *> ------------------------------------------------------------
      *> PUNCHMNT
      *>
      *> Missed-punch correction entry.  BADGEHRS flags an in with
      *> no out, or an out with no in, on the hours report; this
      *> program is where the supervisor puts the real time on
      *> file instead of on the printout.  The supervisor enters
      *> the operator, the shift's business date, the event being
      *> corrected (CLOCK-IN or CLOCK-OUT), the actual time, a
      *> reason code, and their own id.  The operator must be on
      *> OPERATOR-MASTER-FILE, and the correction is checked
      *> against the operator's BADGE-EVENT-FILE events for that
      *> business date: there must be events to correct, and the
      *> corrected time may not put the clock-out before the
      *> clock-in.  An operator, date, and event can carry only
      *> one approved correction at a time; a wrong one is voided
      *> and entered again.
      *>
      *> Corrections and voids are appended to
      *> PUNCH-CORRECTION-FILE, never rewritten, and every one is
      *> logged to AUDIT-LOG-FILE under the PUNCHCORR event type.
      *> The hours pairing run merges the approved corrections
      *> with the badge events before pairing.
      *>
      *> Reason codes:
      *>   FGT  operator forgot to badge
      *>   RDR  badge reader down
      *>   MOD  badged in the wrong mode
      *>   OTH  other - supervisor keeps the note
      *>
      *> Modification history
      *>   2026-10-15  original program
      *> ------------------------------------------------------------
       identification division.
       program-id. PunchCorrMaint.
       author. Data Center Applications.
       installation. Shift Operations.
       date-written. 2026-10-15.

       environment division.
       input-output section.
       file-control.
           select operator-master-file assign to "OPERMAST"
               organization is indexed
               access mode is dynamic
               record key is operator-id
               file status is operator-master-file-status.

           select badge-event-file assign to "BADGEOUT"
               organization is line sequential
               file status is badge-event-file-status.

           select punch-correction-file assign to "PUNCHCOR"
               organization is line sequential
               file status is punch-correction-file-status.

           select audit-log-file assign to "AUDITLOG"
               organization is line sequential
               file status is audit-log-file-status.

       data division.
       file section.
       fd  operator-master-file.
           copy "opermast.cpy".

       fd  badge-event-file.
           copy "badgerec.cpy".

       fd  punch-correction-file.
           copy "punchcor.cpy".

       fd  audit-log-file.
           copy "auditrec.cpy".

       working-storage section.
       01  operator-master-file-status  pic x(02) value spaces.
           88  operator-master-ok           value "00".
       01  badge-event-file-status      pic x(02) value spaces.
       01  punch-correction-file-status pic x(02) value spaces.
           88  punch-correction-ok          value "00".
       01  audit-log-file-status        pic x(02) value spaces.
       01  badge-eof-switch             pic x(01) value "N".
           88  badge-eof                    value "Y".
       01  correction-eof-switch        pic x(01) value "N".
           88  correction-eof               value "Y".
       01  maintenance-done-switch      pic x(01) value "N".
           88  maintenance-done             value "Y".
       01  entry-valid-switch           pic x(01) value "N".
           88  entry-valid                  value "Y".
       01  menu-choice                  pic x(01) value space.
       01  maint-operator-id            pic x(20) value spaces.
       01  maint-business-date          pic x(08) value spaces.
       01  maint-event-type             pic x(10) value spaces.
           88  maint-clock-in               value "CLOCK-IN".
           88  maint-clock-out              value "CLOCK-OUT".
           88  maint-type-valid             value "CLOCK-IN"
                                                  "CLOCK-OUT".
       01  maint-time-hhmm              pic x(04) value spaces.
       01  maint-correction-time        pic x(08) value spaces.
       01  maint-reason-code            pic x(03) value spaces.
           88  maint-reason-valid           value "FGT" "RDR"
                                                  "MOD" "OTH".
       01  maint-supervisor-id          pic x(20) value spaces.
       01  maint-status-flag            pic x(01) value space.
       01  current-date-yyyymmdd        pic 9(08) value zero.
       01  current-time-hhmmss          pic 9(08) value zero.
       01  date-check-work              pic 9(08) value zero.
       01  date-check-integer           pic 9(08) comp value zero.
       01  time-hh                      pic 9(02) value zero.
       01  time-mm                      pic 9(02) value zero.

      *> ----------------------------------------------------------
      *> the operator's badge events for the business date, summed
      *> up the way the hours pairing run sums them: earliest in,
      *> latest out, on the event's business date (the wall-clock
      *> date for events written before the business date existed)
      *> ----------------------------------------------------------
       01  pairing-date-x               pic x(08) value spaces.
       01  day-event-count              pic 9(04) comp value zero.
       01  day-in-switch                pic x(01) value "N".
           88  day-has-in                   value "Y".
       01  day-in-time                  pic x(08) value spaces.
       01  day-out-switch               pic x(01) value "N".
           88  day-has-out                  value "Y".
       01  day-out-time                 pic x(08) value spaces.
       01  check-in-time                pic x(08) value spaces.
       01  check-out-time               pic x(08) value spaces.

      *> ----------------------------------------------------------
      *> the approved correction standing for the operator, date,
      *> and event, if any: the last approval on file not followed
      *> by a void
      *> ----------------------------------------------------------
       01  active-correction-switch     pic x(01) value "N".
           88  correction-active            value "Y".
       01  active-time                  pic x(08) value spaces.
       01  active-reason                pic x(03) value spaces.

       procedure division.

      *> ============================================================
      *> 0000-MAINLINE
      *> ============================================================
       0000-mainline.
           perform 1000-initialize thru 1000-exit
           perform 8000-maintenance-menu thru 8000-exit
           perform 9900-terminate thru 9900-exit
           goback.

      *> ------------------------------------------------------------
      *> 1000-INITIALIZE - the master for the operator check and the
      *> audit log for the correction trail; the correction and
      *> badge event files are opened as each entry needs them
      *> ------------------------------------------------------------
       1000-initialize.
           accept current-date-yyyymmdd from date yyyymmdd
           open input operator-master-file
           if not operator-master-ok
               display "OPERATOR MASTER FILE OPEN FAILED - STATUS "
                   operator-master-file-status
               goback
           end-if

           open extend audit-log-file
           if audit-log-file-status = "35"
               open output audit-log-file
           end-if
           if audit-log-file-status not = "00"
               display "AUDIT LOG FILE OPEN FAILED - STATUS "
                   audit-log-file-status
               close operator-master-file
               goback
           end-if
           .
       1000-exit.
           exit.

      *> ------------------------------------------------------------
      *> 5000-WRITE-AUDIT-LOG - one PUNCHCORR record per correction
      *> or void, under the corrected operator's id
      *> ------------------------------------------------------------
       5000-write-audit-log.
           move spaces to audit-log-record
           move maint-operator-id to audit-operator-id
           move current-date-yyyymmdd to audit-run-date
           move current-time-hhmmss to audit-run-time
           move "S" to audit-status
           move "PUNCHCORR" to audit-event-type
           write audit-log-record
           .
       5000-exit.
           exit.

      *> ============================================================
      *> 8000-MAINTENANCE-MENU - enter and void punch corrections
      *> ============================================================
       8000-maintenance-menu.
           move "N" to maintenance-done-switch
           perform 8010-display-menu thru 8010-exit
               until maintenance-done
           .
       8000-exit.
           exit.

      *> ------------------------------------------------------------
      *> 8010-DISPLAY-MENU
      *> ------------------------------------------------------------
       8010-display-menu.
           display " "
           display "MISSED-PUNCH CORRECTION"
           display "1 - ENTER PUNCH CORRECTION"
           display "2 - VOID PUNCH CORRECTION"
           display "3 - EXIT"
           display "ENTER CHOICE: "
           accept menu-choice
           evaluate menu-choice
               when "1"
                   perform 8020-enter-correction thru 8020-exit
               when "2"
                   perform 8040-void-correction thru 8040-exit
               when "3"
                   move "Y" to maintenance-done-switch
               when other
                   display "INVALID CHOICE - TRY AGAIN"
           end-evaluate
           .
       8010-exit.
           exit.

      *> ------------------------------------------------------------
      *> 8020-ENTER-CORRECTION
      *> ------------------------------------------------------------
       8020-enter-correction.
           perform 8100-accept-punch thru 8100-exit
           if not entry-valid
               go to 8020-exit
           end-if

           display "CORRECTED TIME (HHMM, 24-HOUR): "
           accept maint-time-hhmm
           perform 8150-validate-time thru 8150-exit
           if not entry-valid
               display "TIME MUST BE HHMM, 0000 THROUGH 2359 - "
                   "CORRECTION REJECTED"
               go to 8020-exit
           end-if

           display "REASON CODE (FGT/RDR/MOD/OTH): "
           accept maint-reason-code
           if not maint-reason-valid
               display "REASON MUST BE FGT, RDR, MOD, OR OTH - "
                   "CORRECTION REJECTED"
               go to 8020-exit
           end-if

           perform 8170-accept-supervisor thru 8170-exit
           if not entry-valid
               go to 8020-exit
           end-if

           perform 8200-check-badge-events thru 8200-exit
           if not entry-valid
               go to 8020-exit
           end-if

           perform 8300-find-active-correction thru 8300-exit
           if correction-active
               display "ALREADY CORRECTED TO " active-time(1:4)
                   " - VOID THAT CORRECTION FIRST"
               go to 8020-exit
           end-if

           move "A" to maint-status-flag
           perform 8400-write-correction thru 8400-exit
           if entry-valid
               display "PUNCH CORRECTION RECORDED"
           end-if
           .
       8020-exit.
           exit.

      *> ------------------------------------------------------------
      *> 8040-VOID-CORRECTION - a void record reverses the standing
      *> approved correction; the time and reason are carried over
      *> so the register shows what was voided
      *> ------------------------------------------------------------
       8040-void-correction.
           perform 8100-accept-punch thru 8100-exit
           if not entry-valid
               go to 8040-exit
           end-if
           perform 8300-find-active-correction thru 8300-exit
           if not correction-active
               display "NO APPROVED CORRECTION FOR THAT OPERATOR, "
                   "DATE, AND EVENT - NOTHING VOIDED"
               go to 8040-exit
           end-if
           perform 8170-accept-supervisor thru 8170-exit
           if not entry-valid
               go to 8040-exit
           end-if

           move active-time to maint-correction-time
           move active-reason to maint-reason-code
           move "V" to maint-status-flag
           perform 8400-write-correction thru 8400-exit
           if entry-valid
               display "PUNCH CORRECTION VOIDED"
           end-if
           .
       8040-exit.
           exit.

      *> ------------------------------------------------------------
      *> 8100-ACCEPT-PUNCH - operator on the master, a real
      *> business date not in the future, and the event type
      *> ------------------------------------------------------------
       8100-accept-punch.
           move "N" to entry-valid-switch
           display "OPERATOR ID: "
           accept maint-operator-id
           move maint-operator-id to operator-id
           read operator-master-file
               invalid key
                   display "OPERATOR NOT ON MASTER - ENTRY REJECTED"
                   go to 8100-exit
           end-read

           display "BUSINESS DATE OF THE SHIFT (YYYYMMDD): "
           accept maint-business-date
           move zero to date-check-integer
           if maint-business-date is numeric
               move maint-business-date to date-check-work
               compute date-check-integer =
                   function integer-of-date(date-check-work)
           end-if
           if date-check-integer = zero
               display "NOT A VALID DATE - ENTRY REJECTED"
               go to 8100-exit
           end-if
           if date-check-work > current-date-yyyymmdd
               display "BUSINESS DATE IS IN THE FUTURE - ENTRY "
                   "REJECTED"
               go to 8100-exit
           end-if

           display "EVENT TYPE (CLOCK-IN/CLOCK-OUT): "
           accept maint-event-type
           if not maint-type-valid
               display "EVENT MUST BE CLOCK-IN OR CLOCK-OUT - ENTRY "
                   "REJECTED"
               go to 8100-exit
           end-if
           move "Y" to entry-valid-switch
           .
       8100-exit.
           exit.

      *> ------------------------------------------------------------
      *> 8150-VALIDATE-TIME - HHMM into the badge event's hhmmsscc
      *> form in MAINT-CORRECTION-TIME
      *> ------------------------------------------------------------
       8150-validate-time.
           move "N" to entry-valid-switch
           if maint-time-hhmm is not numeric
               go to 8150-exit
           end-if
           move maint-time-hhmm(1:2) to time-hh
           move maint-time-hhmm(3:2) to time-mm
           if time-hh > 23 or time-mm > 59
               go to 8150-exit
           end-if
           move spaces to maint-correction-time
           move maint-time-hhmm to maint-correction-time(1:4)
           move "0000" to maint-correction-time(5:4)
           move "Y" to entry-valid-switch
           .
       8150-exit.
           exit.

      *> ------------------------------------------------------------
      *> 8170-ACCEPT-SUPERVISOR - the approving supervisor's id is
      *> required and may not be the operator's own
      *> ------------------------------------------------------------
       8170-accept-supervisor.
           move "N" to entry-valid-switch
           display "APPROVING SUPERVISOR ID: "
           accept maint-supervisor-id
           if maint-supervisor-id = spaces
               display "SUPERVISOR ID REQUIRED - ENTRY REJECTED"
               go to 8170-exit
           end-if
           if maint-supervisor-id = maint-operator-id
               display "OPERATOR CANNOT APPROVE OWN CORRECTION - "
                   "ENTRY REJECTED"
               go to 8170-exit
           end-if
           move "Y" to entry-valid-switch
           .
       8170-exit.
           exit.

      *> ============================================================
      *> 8200-CHECK-BADGE-EVENTS - the operator must have badge
      *> events on the business date, and the corrected time must
      *> leave the clock-out after the clock-in (a night shift's
      *> small-hours out against an in at or after 22:00 wraps
      *> through midnight, as the pairing run reads it)
      *> ============================================================
       8200-check-badge-events.
           move "N" to entry-valid-switch
           move zero to day-event-count
           move "N" to day-in-switch
           move "N" to day-out-switch
           open input badge-event-file
           if badge-event-file-status = "35"
               display "NO BADGE EVENTS ON FILE - CORRECTION REJECTED"
               go to 8200-exit
           end-if
           if badge-event-file-status not = "00"
               display "BADGE EVENT FILE OPEN FAILED - STATUS "
                   badge-event-file-status
               go to 8200-exit
           end-if
           move "N" to badge-eof-switch
           perform 8210-read-one-badge-event thru 8210-exit
               until badge-eof
           close badge-event-file

           if day-event-count = zero
               display "NO BADGE EVENTS FOR THE OPERATOR ON THAT "
                   "DATE - CORRECTION REJECTED"
               go to 8200-exit
           end-if

           if maint-clock-in
               if day-has-in
                   display "REPLACES BADGED CLOCK-IN AT "
                       day-in-time(1:4)
               end-if
               if not day-has-out
                   move "Y" to entry-valid-switch
                   go to 8200-exit
               end-if
               move maint-correction-time to check-in-time
               move day-out-time to check-out-time
           else
               if day-has-out
                   display "REPLACES BADGED CLOCK-OUT AT "
                       day-out-time(1:4)
               end-if
               if not day-has-in
                   move "Y" to entry-valid-switch
                   go to 8200-exit
               end-if
               move day-in-time to check-in-time
               move maint-correction-time to check-out-time
           end-if
           if check-out-time <= check-in-time
               and not (check-in-time >= "22000000"
                        and check-out-time < "06000000")
               display "CLOCK-OUT " check-out-time(1:4)
                   " WOULD NOT FOLLOW CLOCK-IN " check-in-time(1:4)
                   " - CORRECTION REJECTED"
               go to 8200-exit
           end-if
           move "Y" to entry-valid-switch
           .
       8200-exit.
           exit.

      *> ------------------------------------------------------------
      *> 8210-READ-ONE-BADGE-EVENT
      *> ------------------------------------------------------------
       8210-read-one-badge-event.
           read badge-event-file
               at end
                   move "Y" to badge-eof-switch
                   go to 8210-exit
           end-read
           if badge-operator-id not = maint-operator-id
               go to 8210-exit
           end-if
           if badge-business-date is numeric
               and badge-business-date not = "00000000"
               move badge-business-date to pairing-date-x
           else
               move badge-event-date to pairing-date-x
           end-if
           if pairing-date-x not = maint-business-date
               go to 8210-exit
           end-if
           add 1 to day-event-count
           evaluate true
               when badge-clock-in
                   if not day-has-in
                       or badge-event-time < day-in-time
                       move "Y" to day-in-switch
                       move badge-event-time to day-in-time
                   end-if
               when badge-clock-out
                   if not day-has-out
                       or badge-event-time > day-out-time
                       move "Y" to day-out-switch
                       move badge-event-time to day-out-time
                   end-if
           end-evaluate
           .
       8210-exit.
           exit.

      *> ============================================================
      *> 8300-FIND-ACTIVE-CORRECTION - walk the correction file for
      *> the operator, date, and event; each approval stands until
      *> a later void reverses it
      *> ============================================================
       8300-find-active-correction.
           move "N" to active-correction-switch
           move spaces to active-time
           move spaces to active-reason
           open input punch-correction-file
           if punch-correction-file-status = "35"
               go to 8300-exit
           end-if
           if not punch-correction-ok
               display "PUNCH CORRECTION FILE OPEN FAILED - STATUS "
                   punch-correction-file-status
               go to 8300-exit
           end-if
           move "N" to correction-eof-switch
           perform 8310-read-one-correction thru 8310-exit
               until correction-eof
           close punch-correction-file
           .
       8300-exit.
           exit.

      *> ------------------------------------------------------------
      *> 8310-READ-ONE-CORRECTION
      *> ------------------------------------------------------------
       8310-read-one-correction.
           read punch-correction-file
               at end
                   move "Y" to correction-eof-switch
                   go to 8310-exit
           end-read
           if correction-operator-id = maint-operator-id
               and correction-business-date = maint-business-date
               and correction-event-type = maint-event-type
               if correction-approved
                   move "Y" to active-correction-switch
                   move correction-time to active-time
                   move correction-reason-code to active-reason
               else
                   move "N" to active-correction-switch
               end-if
           end-if
           .
       8310-exit.
           exit.

      *> ============================================================
      *> 8400-WRITE-CORRECTION - append the correction or void and
      *> log it; ENTRY-VALID is off when the append fails
      *> ============================================================
       8400-write-correction.
           move "N" to entry-valid-switch
           open extend punch-correction-file
           if punch-correction-file-status = "35"
               open output punch-correction-file
           end-if
           if not punch-correction-ok
               display "PUNCH CORRECTION FILE OPEN FAILED - STATUS "
                   punch-correction-file-status
               go to 8400-exit
           end-if
           accept current-time-hhmmss from time
           move spaces to punch-correction-record
           move maint-operator-id to correction-operator-id
           move maint-business-date to correction-business-date
           move maint-event-type to correction-event-type
           move maint-correction-time to correction-time
           move maint-reason-code to correction-reason-code
           move maint-supervisor-id to correction-supervisor-id
           move current-date-yyyymmdd to correction-entered-date
           move current-time-hhmmss to correction-entered-time
           move maint-status-flag to correction-status-flag
           write punch-correction-record
           if not punch-correction-ok
               display "PUNCH CORRECTION WRITE FAILED - STATUS "
                   punch-correction-file-status
               close punch-correction-file
               go to 8400-exit
           end-if
           close punch-correction-file
           perform 5000-write-audit-log thru 5000-exit
           move "Y" to entry-valid-switch
           .
       8400-exit.
           exit.

      *> ============================================================
      *> 9900-TERMINATE
      *> ============================================================
       9900-terminate.
           close operator-master-file
           close audit-log-file
           .
       9900-exit.
           exit.
