      *> ------------------------------------------------------------
      *> ATTNANOM
      *>
      *> Period attendance anomaly report for the supervisors and
      *> internal audit.  Joins the greeting attempts on
      *> AUDIT-LOG-FILE - or on the indexed AUDIT-HISTORY-FILE -
      *> against LEAVE-CALENDAR-FILE, SCHEDULE-FILE with its dated
      *> overrides, and OPERATOR-MASTER-FILE for a requested date
      *> range, and lists every possible buddy-punch or leave
      *> abuse by type, operator, and department:
      *>
      *>     a successful clock-in on a day of approved leave;
      *>     a clock-in on a day the schedule has the operator off;
      *>     a clock-in for a shift other than the one scheduled;
      *>     repeated failed lookups against one id in one night;
      *>     two clock-ins at different times minutes apart.
      *>
      *> Totals per type follow, then a section per supervisor,
      *> from DEPT-SUPERVISOR-NAME on the department master, with
      *> each supervisor's count of every type.
      *>
      *> A clock-in belongs to the shift whose start it is nearest
      *> (day 06:00, swing 14:00, night 22:00).  One before 02:00,
      *> or before 06:00 by an operator scheduled on the prior
      *> day's night shift, belongs to the prior day's night
      *> shift, the way the no-show and punctuality reports read
      *> night shifts.  A night for the failed-lookup count runs
      *> 06:00 to 06:00.  Overrides on SCHEDULE-OVERRIDE-FILE
      *> replace the weekly schedule for their date.
      *>
      *> The range is passed on the command line as
      *>     FROM=yyyymmdd TO=yyyymmdd [SOURCE=HIST]
      *> with both ends required and the range capped at 31 days.
      *> SOURCE=HIST reads the audit history instead of the log.
      *>
      *> Modification history
      *>   2026-10-15  original program
      *>   2026-10-15  the indexed schedule and leave calendar are
      *>               read by operator key instead of being tabled;
      *>               the clock-in table holds 13000 - a full
      *>               31-day range at plant headcount - and entries
      *>               left out of a full table are counted in the
      *>               trailer
      *> ------------------------------------------------------------
       identification division.
       program-id. AttendanceAnomaly.
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

           select dept-master-file assign to "DEPTMAST"
               organization is indexed
               access mode is dynamic
               record key is dept-code
               file status is dept-master-file-status.

           select audit-log-file assign to "AUDITLOG"
               organization is line sequential
               file status is audit-log-file-status.

           select audit-history-file assign to "AUDITHST"
               organization is indexed
               access mode is dynamic
               record key is audit-hist-key
               file status is audit-history-file-status.

           select schedule-file assign to "SCHEDULE"
               organization is indexed
               access mode is dynamic
               record key is sched-key
               alternate record key is sched-day-of-week
                   with duplicates
               file status is schedule-file-status.

           select schedule-override-file assign to "SCHEDOVR"
               organization is indexed
               access mode is dynamic
               record key is override-key
               file status is schedule-override-file-status.

           select leave-calendar-file assign to "LEAVECAL"
               organization is indexed
               access mode is dynamic
               record key is leave-key
               alternate record key is leave-from-date
                   with duplicates
               file status is leave-calendar-file-status.

           select anomaly-report-file assign to "ANOMRPT"
               organization is line sequential
               file status is anomaly-report-file-status.

       data division.
       file section.
       fd  operator-master-file.
           copy "opermast.cpy".

       fd  dept-master-file.
           copy "deptmast.cpy".

       fd  audit-log-file.
           copy "auditrec.cpy".

       fd  audit-history-file.
           copy "audhist.cpy".

       fd  schedule-file.
           copy "schedrec.cpy".

       fd  schedule-override-file.
           copy "schovrd.cpy".

       fd  leave-calendar-file.
           copy "leaverec.cpy".

       fd  anomaly-report-file.
           copy "anomrp.cpy".

       working-storage section.
       01  command-line-arguments       pic x(80) value spaces.
       01  argument-sub                 pic 9(04) comp value zero.
       01  operator-master-file-status  pic x(02) value spaces.
           88  operator-master-ok           value "00".
       01  dept-master-file-status      pic x(02) value spaces.
       01  audit-log-file-status        pic x(02) value spaces.
       01  audit-history-file-status    pic x(02) value spaces.
       01  schedule-file-status         pic x(02) value spaces.
       01  schedule-override-file-status pic x(02) value spaces.
       01  leave-calendar-file-status   pic x(02) value spaces.
       01  anomaly-report-file-status   pic x(02) value spaces.
       01  audit-eof-switch             pic x(01) value "N".
           88  audit-eof                    value "Y".
       01  override-eof-switch          pic x(01) value "N".
           88  override-eof                 value "Y".
       01  leave-eof-switch             pic x(01) value "N".
           88  leave-eof                    value "Y".
       01  leave-missing-switch         pic x(01) value "N".
           88  leave-calendar-missing       value "Y".
       01  dept-master-switch           pic x(01) value "N".
           88  dept-master-missing          value "Y".
       01  audit-source-switch          pic x(01) value "L".
           88  source-audit-log             value "L".
           88  source-audit-history         value "H".
       01  audit-source-name            pic x(08) value spaces.
       01  audit-open-status            pic x(02) value spaces.
       01  range-from-date              pic x(08) value spaces.
       01  range-to-date                pic x(08) value spaces.
       01  range-from-integer           pic 9(08) comp value zero.
       01  range-to-integer             pic 9(08) comp value zero.
       01  range-day-count              pic 9(08) comp value zero.
       01  range-limit-days             pic 9(04) comp value 31.
       01  load-thru-date-yyyymmdd      pic 9(08) value zero.
       01  load-thru-date-x             pic x(08) value spaces.
       01  date-check-work              pic 9(08) value zero.
       01  day-number                   pic 9(01) value zero.
       01  day-remainder-work           pic 9(08) comp value zero.
       01  time-hh                      pic 9(02) value zero.
       01  time-mm                      pic 9(02) value zero.
       01  audit-read-count             pic 9(08) comp value zero.
       01  clockin-read-count           pic 9(08) comp value zero.
       01  anomaly-total-count          pic 9(08) comp value zero.
       01  failure-threshold            pic 9(04) comp value 3.
       01  close-clockin-minutes        pic 9(04) comp value 30.
       01  minutes-apart                pic s9(05) comp value zero.
       01  override-overflow-count      pic 9(08) comp value zero.
       01  clockin-overflow-count       pic 9(08) comp value zero.
       01  failure-overflow-count       pic 9(08) comp value zero.

      *> ----------------------------------------------------------
      *> the audit record being examined, from whichever file the
      *> run reads, with the business date and shift it belongs to
      *> ----------------------------------------------------------
       01  event-operator-id            pic x(20) value spaces.
       01  event-run-date               pic x(08) value spaces.
       01  event-run-time               pic x(08) value spaces.
       01  event-status                 pic x(01) value space.
           88  event-success                value "S".
           88  event-failure                value "F".
       01  event-type                   pic x(10) value spaces.
           88  event-clock-in               values "CLOCK-IN" spaces.
           88  event-badge-lookup           values "CLOCK-IN"
                                                   "CLOCK-OUT"
                                                   "BREAK-STRT"
                                                   "BREAK-END"
                                                   spaces.
       01  event-day-integer            pic 9(08) comp value zero.
       01  event-minutes                pic 9(04) comp value zero.
       01  business-date-yyyymmdd       pic 9(08) value zero.
       01  business-date-x              pic x(08) value spaces.
       01  business-day-integer         pic 9(08) comp value zero.
       01  clockin-shift-code           pic x(01) value space.
       01  formatted-event-time.
           05  formatted-hours          pic x(02).
           05  filler                   pic x(01) value ":".
           05  formatted-minutes        pic x(02).

      *> ----------------------------------------------------------
      *> the operator's schedule for a date: the weekly pattern
      *> shift, replaced by the date's override when there is
      *> one; a blank shift is a day off
      *> ----------------------------------------------------------
       01  lookup-operator-id           pic x(20) value spaces.
       01  lookup-day-integer           pic 9(08) comp value zero.
       01  lookup-date-yyyymmdd         pic 9(08) value zero.
       01  lookup-date-x                pic x(08) value spaces.
       01  lookup-day-name              pic x(03) value spaces.
       01  scheduled-shift-code         pic x(01) value space.
       01  schedule-match-switch        pic x(01) value "N".
           88  schedule-matched             value "Y".
       01  override-match-switch        pic x(01) value "N".
           88  override-matched             value "Y".

      *> ----------------------------------------------------------
      *> the anomaly being recorded
      *> ----------------------------------------------------------
       01  anomaly-type-work            pic 9(01) value zero.
       01  anomaly-id-work              pic x(20) value spaces.
       01  anomaly-date-work            pic x(08) value spaces.
       01  anomaly-time-work            pic x(05) value spaces.
       01  anomaly-text-work            pic x(40) value spaces.
       01  anomaly-dept-work            pic x(02) value spaces.
       01  anomaly-super-work           pic x(20) value spaces.
       01  anomaly-not-listed-count     pic 9(08) comp value zero.
       01  count-display                pic zz9.

      *> ----------------------------------------------------------
      *> anomaly types, in report order, with a count of each
      *> ----------------------------------------------------------
       01  anomaly-type-values.
           05  filler  pic x(30) value "CLOCK-IN WHILE ON LEAVE".
           05  filler  pic x(30) value "CLOCK-IN ON UNSCHEDULED DAY".
           05  filler  pic x(30) value "CLOCK-IN FOR OTHER SHIFT".
           05  filler  pic x(30) value "REPEATED FAILED LOOKUPS".
           05  filler  pic x(30) value "CLOCK-INS MINUTES APART".
       01  anomaly-type-table redefines anomaly-type-values.
           05  anomaly-type-entry occurs 5 times.
               10  anomaly-type-name    pic x(30).
       01  anomaly-type-count-table.
           05  anomaly-type-count occurs 5 times
                                        pic 9(08) comp.
       01  anomaly-type-total           pic 9(04) comp value 5.
       01  anomaly-type-sub             pic 9(04) comp value zero.
       01  anomaly-listed-switch        pic x(01) value "N".
           88  anomaly-listed               value "Y".

      *> ----------------------------------------------------------
      *> the anomalies found, held so they print grouped by type
      *> ----------------------------------------------------------
       01  anomaly-count                pic 9(04) comp value zero.
       01  anomaly-sub                  pic 9(04) comp value zero.
       01  anomaly-table.
           05  anomaly-entry occurs 2000 times.
               10  anom-tbl-type        pic 9(01).
               10  anom-tbl-id          pic x(20).
               10  anom-tbl-dept        pic x(02).
               10  anom-tbl-date        pic x(08).
               10  anom-tbl-time        pic x(05).
               10  anom-tbl-text        pic x(40).

      *> ----------------------------------------------------------
      *> per-supervisor counts of each anomaly type; operators
      *> with no department or supervisor on file are counted
      *> under NO SUPERVISOR
      *> ----------------------------------------------------------
       01  super-count                  pic 9(04) comp value zero.
       01  super-sub                    pic 9(04) comp value zero.
       01  super-found-switch           pic x(01) value "N".
           88  super-entry-found            value "Y".
       01  super-overflow-count         pic 9(08) comp value zero.
       01  super-table.
           05  super-entry occurs 100 times.
               10  super-name           pic x(20).
               10  super-type-count occurs 5 times
                                        pic 9(06) comp.
               10  super-total          pic 9(06) comp.

      *> ----------------------------------------------------------
      *> schedule overrides dated inside the range plus the day
      *> before it, one entry per operator (a swap gives two) with
      *> the shift the override leaves the operator on
      *> ----------------------------------------------------------
       01  override-load-from-x         pic x(08) value spaces.
       01  override-load-yyyymmdd       pic 9(08) value zero.
       01  override-table-id            pic x(20) value spaces.
       01  override-table-shift         pic x(01) value space.
       01  ovr-table-count              pic 9(04) comp value zero.
       01  ovr-table-sub                pic 9(04) comp value zero.
       01  ovr-table.
           05  ovr-table-entry occurs 1000 times.
               10  ovr-tbl-date         pic x(08).
               10  ovr-tbl-id           pic x(20).
               10  ovr-tbl-shift        pic x(01).

       01  leave-found-switch           pic x(01) value "N".
           88  leave-entry-found            value "Y".

      *> ----------------------------------------------------------
      *> successful clock-ins so far, per operator per business
      *> date, for the minutes-apart check
      *> ----------------------------------------------------------
       01  clockin-count                pic 9(05) comp value zero.
       01  clockin-sub                  pic 9(05) comp value zero.
       01  clockin-found-switch         pic x(01) value "N".
           88  close-clockin-found          value "Y".
       01  clockin-table.
           05  clockin-entry occurs 13000 times.
               10  clockin-id           pic x(20).
               10  clockin-date         pic x(08).
               10  clockin-minutes      pic 9(04) comp.
               10  clockin-time         pic x(05).

      *> ----------------------------------------------------------
      *> failed lookups per id per night, with the first failure's
      *> time
      *> ----------------------------------------------------------
       01  failure-count                pic 9(04) comp value zero.
       01  failure-sub                  pic 9(04) comp value zero.
       01  failure-found-switch         pic x(01) value "N".
           88  failure-entry-found          value "Y".
       01  failure-table.
           05  failure-entry occurs 1000 times.
               10  failure-id           pic x(20).
               10  failure-date         pic x(08).
               10  failure-tally        pic 9(04) comp.
               10  failure-first-time   pic x(05).

      *> ----------------------------------------------------------
      *> day-of-week name table, subscripted by the remainder of
      *> the date's day number divided by seven (day one of the
      *> calendar was a monday)
      *> ----------------------------------------------------------
       01  day-name-values.
           05  filler  pic x(21) value "SUNMONTUEWEDTHUFRISAT".
       01  day-name-table redefines day-name-values.
           05  day-name-entry occurs 7 times.
               10  day-name             pic x(03).

       procedure division.

      *> ============================================================
      *> 0000-MAINLINE
      *> ============================================================
       0000-mainline.
           perform 1000-initialize thru 1000-exit
           perform 2600-load-overrides thru 2600-exit
           perform 2800-open-leave-calendar thru 2800-exit
           perform 3000-scan-audit-trail thru 3000-exit
           perform 5000-flag-repeat-failures thru 5000-exit
               varying failure-sub from 1 by 1
               until failure-sub > failure-count
           perform 7000-write-anomaly-sections thru 7000-exit
           perform 7500-write-supervisor-section thru 7500-exit
           perform 7700-write-report-trailer thru 7700-exit
           perform 9900-terminate thru 9900-exit
           goback.

      *> ------------------------------------------------------------
      *> 1000-INITIALIZE - the master, the schedule, and the chosen
      *> audit file are required; without a department master the
      *> anomalies are counted under NO SUPERVISOR
      *> ------------------------------------------------------------
       1000-initialize.
           move spaces to command-line-arguments
           accept command-line-arguments from command-line
           perform 1100-parse-date-range thru 1100-exit
           perform 1200-validate-date-range thru 1200-exit
           perform 1300-clear-type-count thru 1300-exit
               varying anomaly-type-sub from 1 by 1
               until anomaly-type-sub > anomaly-type-total

           open input operator-master-file
           if not operator-master-ok
               display "OPERATOR MASTER FILE OPEN FAILED - STATUS "
                   operator-master-file-status
               goback
           end-if

           open input dept-master-file
           if dept-master-file-status not = "00"
               move "Y" to dept-master-switch
           end-if

           open input schedule-file
           if schedule-file-status not = "00"
               display "SCHEDULE FILE OPEN FAILED - STATUS "
                   schedule-file-status
               perform 9910-close-masters thru 9910-exit
               goback
           end-if

           if source-audit-history
               move "AUDITHST" to audit-source-name
               open input audit-history-file
               move audit-history-file-status to audit-open-status
           else
               move "AUDITLOG" to audit-source-name
               open input audit-log-file
               move audit-log-file-status to audit-open-status
           end-if
           if audit-open-status not = "00"
               display "AUDIT FILE " audit-source-name
                   " OPEN FAILED - STATUS " audit-open-status
               close schedule-file
               perform 9910-close-masters thru 9910-exit
               goback
           end-if

           open output anomaly-report-file
           if anomaly-report-file-status not = "00"
               display "ANOMALY REPORT OPEN FAILED - STATUS "
                   anomaly-report-file-status
               close schedule-file
               perform 9920-close-audit-file thru 9920-exit
               perform 9910-close-masters thru 9910-exit
               goback
           end-if

           perform 7100-write-report-header thru 7100-exit
           .
       1000-exit.
           exit.

      *> ------------------------------------------------------------
      *> 1100-PARSE-DATE-RANGE - FROM=yyyymmdd, TO=yyyymmdd, and
      *> SOURCE=HIST may appear anywhere on the command line
      *> ------------------------------------------------------------
       1100-parse-date-range.
           perform 1110-scan-argument-position thru 1110-exit
               varying argument-sub from 1 by 1
               until argument-sub > 67
           .
       1100-exit.
           exit.

      *> ------------------------------------------------------------
      *> 1110-SCAN-ARGUMENT-POSITION
      *> ------------------------------------------------------------
       1110-scan-argument-position.
           if command-line-arguments(argument-sub:5) = "FROM="
               move command-line-arguments(argument-sub + 5:8)
                   to range-from-date
           end-if
           if command-line-arguments(argument-sub:3) = "TO="
               move command-line-arguments(argument-sub + 3:8)
                   to range-to-date
           end-if
           if command-line-arguments(argument-sub:11) = "SOURCE=HIST"
               move "H" to audit-source-switch
           end-if
           .
       1110-exit.
           exit.

      *> ------------------------------------------------------------
      *> 1200-VALIDATE-DATE-RANGE - both ends are required, and the
      *> range is capped to keep the work tables honest
      *> ------------------------------------------------------------
       1200-validate-date-range.
           if range-from-date = spaces or range-to-date = spaces
               display "FROM= AND TO= ARE BOTH REQUIRED - "
                   "RUN ABORTED"
               goback
           end-if
           if range-from-date is not numeric
               or range-to-date is not numeric
               display "FROM= AND TO= MUST BE YYYYMMDD - "
                   "RUN ABORTED"
               goback
           end-if
           move range-from-date to date-check-work
           compute range-from-integer =
               function integer-of-date(date-check-work)
           move range-to-date to date-check-work
           compute range-to-integer =
               function integer-of-date(date-check-work)
           if range-from-integer = zero or range-to-integer = zero
               display "FROM= AND TO= MUST BE VALID CALENDAR "
                   "DATES - RUN ABORTED"
               goback
           end-if
           if range-to-integer < range-from-integer
               display "TO= PRECEDES FROM= - RUN ABORTED"
               goback
           end-if
           compute range-day-count =
               range-to-integer - range-from-integer + 1
           if range-day-count > range-limit-days
               display "RANGE LONGER THAN 31 DAYS - RUN ABORTED"
               goback
           end-if
           compute load-thru-date-yyyymmdd =
               function date-of-integer(range-to-integer + 1)
           move load-thru-date-yyyymmdd to load-thru-date-x
           compute override-load-yyyymmdd =
               function date-of-integer(range-from-integer - 1)
           move override-load-yyyymmdd to override-load-from-x
           .
       1200-exit.
           exit.

      *> ------------------------------------------------------------
      *> 1300-CLEAR-TYPE-COUNT
      *> ------------------------------------------------------------
       1300-clear-type-count.
           move zero to anomaly-type-count(anomaly-type-sub)
           .
       1300-exit.
           exit.

      *> ============================================================
      *> 2600-LOAD-OVERRIDES - the schedule overrides dated inside
      *> the range, and the day before it for a night shift that
      *> began there; a missing override file means none
      *> ============================================================
       2600-load-overrides.
           move zero to ovr-table-count
           open input schedule-override-file
           if schedule-override-file-status = "35"
               go to 2600-exit
           end-if
           if schedule-override-file-status not = "00"
               display "SCHEDULE OVERRIDE FILE OPEN FAILED - STATUS "
                   schedule-override-file-status
               go to 2600-exit
           end-if
           move override-load-from-x to override-date
           move low-values to override-operator-id
           start schedule-override-file key >= override-key
               invalid key
                   move "Y" to override-eof-switch
               not invalid key
                   move "N" to override-eof-switch
           end-start
           perform 2610-load-one-override thru 2610-exit
               until override-eof
           close schedule-override-file
           .
       2600-exit.
           exit.

      *> ------------------------------------------------------------
      *> 2610-LOAD-ONE-OVERRIDE - the file is in date order, so the
      *> first date past the range ends the load
      *> ------------------------------------------------------------
       2610-load-one-override.
           read schedule-override-file next
               at end
                   move "Y" to override-eof-switch
                   go to 2610-exit
           end-read
           if override-date > range-to-date
               move "Y" to override-eof-switch
               go to 2610-exit
           end-if
           move override-operator-id to override-table-id
           move override-shift-code to override-table-shift
           perform 2620-table-one-override thru 2620-exit
           if override-swap
               move override-partner-id to override-table-id
               move override-partner-shift to override-table-shift
               perform 2620-table-one-override thru 2620-exit
           end-if
           .
       2610-exit.
           exit.

      *> ------------------------------------------------------------
      *> 2620-TABLE-ONE-OVERRIDE
      *> ------------------------------------------------------------
       2620-table-one-override.
           if ovr-table-count >= 1000
               display "OVERRIDE TABLE FULL - OVERRIDE FOR "
                   override-table-id " ON " override-date
                   " NOT APPLIED"
               add 1 to override-overflow-count
               go to 2620-exit
           end-if
           add 1 to ovr-table-count
           move override-date to ovr-tbl-date(ovr-table-count)
           move override-table-id to ovr-tbl-id(ovr-table-count)
           move override-table-shift
               to ovr-tbl-shift(ovr-table-count)
           .
       2620-exit.
           exit.

      *> ============================================================
      *> 2800-OPEN-LEAVE-CALENDAR - a missing leave calendar means
      *> nobody is on leave
      *> ============================================================
       2800-open-leave-calendar.
           open input leave-calendar-file
           if leave-calendar-file-status = "35"
               move "Y" to leave-missing-switch
               go to 2800-exit
           end-if
           if leave-calendar-file-status not = "00"
               display "LEAVE CALENDAR OPEN FAILED - STATUS "
                   leave-calendar-file-status
               move "Y" to leave-missing-switch
           end-if
           .
       2800-exit.
           exit.

      *> ============================================================
      *> 3000-SCAN-AUDIT-TRAIL - one pass over the audit log, or
      *> over the history file from its first key; a day past the
      *> TO date is read too for the night shift's small hours
      *> ============================================================
       3000-scan-audit-trail.
           move "N" to audit-eof-switch
           if source-audit-history
               move low-values to audit-hist-key
               start audit-history-file key >= audit-hist-key
                   invalid key
                       move "Y" to audit-eof-switch
               end-start
           end-if
           perform 3100-read-audit-record thru 3100-exit
               until audit-eof
           perform 9920-close-audit-file thru 9920-exit
           .
       3000-exit.
           exit.

      *> ------------------------------------------------------------
      *> 3100-READ-AUDIT-RECORD - either file's record into the
      *> event fields
      *> ------------------------------------------------------------
       3100-read-audit-record.
           if source-audit-history
               read audit-history-file next
                   at end
                       move "Y" to audit-eof-switch
                       go to 3100-exit
               end-read
               move audit-hist-operator-id to event-operator-id
               move audit-hist-run-date to event-run-date
               move audit-hist-run-time to event-run-time
               move audit-hist-status to event-status
               move audit-hist-event-type to event-type
           else
               read audit-log-file
                   at end
                       move "Y" to audit-eof-switch
                       go to 3100-exit
               end-read
               move audit-operator-id to event-operator-id
               move audit-run-date to event-run-date
               move audit-run-time to event-run-time
               move audit-status to event-status
               move audit-event-type to event-type
           end-if
           add 1 to audit-read-count
           if event-run-date < range-from-date
               or event-run-date > load-thru-date-x
               or event-run-date is not numeric
               or not event-badge-lookup
               go to 3100-exit
           end-if
           evaluate true
               when event-failure
                   perform 3600-note-failure thru 3600-exit
               when event-success and event-clock-in
                   perform 3200-check-clockin thru 3200-exit
               when other
                   continue
           end-evaluate
           .
       3100-exit.
           exit.

      *> ------------------------------------------------------------
      *> 3200-CHECK-CLOCKIN - settle the business date and shift,
      *> then run the leave, schedule, and minutes-apart checks
      *> ------------------------------------------------------------
       3200-check-clockin.
           perform 3300-set-business-date thru 3300-exit
           if business-date-x < range-from-date
               or business-date-x > range-to-date
               go to 3200-exit
           end-if
           add 1 to clockin-read-count
           move event-operator-id to anomaly-id-work
           move business-date-x to anomaly-date-work
           move formatted-event-time to anomaly-time-work
           perform 4100-check-leave thru 4100-exit
           perform 4200-check-schedule thru 4200-exit
           perform 4300-check-close-clockin thru 4300-exit
           .
       3200-exit.
           exit.

      *> ------------------------------------------------------------
      *> 3300-SET-BUSINESS-DATE - the nearest shift start decides
      *> the shift; a clock-in before 02:00, or before 06:00 by an
      *> operator on the prior day's night shift, belongs to the
      *> prior day
      *> ------------------------------------------------------------
       3300-set-business-date.
           move event-run-date to date-check-work
           compute event-day-integer =
               function integer-of-date(date-check-work)
           move event-run-time(1:2) to time-hh
           move event-run-time(3:2) to time-mm
           move event-run-time(1:2) to formatted-hours
           move event-run-time(3:2) to formatted-minutes
           compute event-minutes = (time-hh * 60) + time-mm
           move event-day-integer to business-day-integer
           evaluate true
               when time-hh < 2
                   move "N" to clockin-shift-code
                   subtract 1 from business-day-integer
               when time-hh < 6
                   move "D" to clockin-shift-code
                   move event-operator-id to lookup-operator-id
                   compute lookup-day-integer = event-day-integer - 1
                   perform 4500-find-scheduled-shift thru 4500-exit
                   if scheduled-shift-code = "N"
                       move "N" to clockin-shift-code
                       subtract 1 from business-day-integer
                   end-if
               when time-hh < 10
                   move "D" to clockin-shift-code
               when time-hh < 18
                   move "S" to clockin-shift-code
               when other
                   move "N" to clockin-shift-code
           end-evaluate
           if business-day-integer < event-day-integer
               add 1440 to event-minutes
           end-if
           compute business-date-yyyymmdd =
               function date-of-integer(business-day-integer)
           move business-date-yyyymmdd to business-date-x
           .
       3300-exit.
           exit.

      *> ------------------------------------------------------------
      *> 3600-NOTE-FAILURE - one more failed lookup for the id on
      *> the night it fell in; a night runs 06:00 to 06:00
      *> ------------------------------------------------------------
       3600-note-failure.
           move event-run-date to date-check-work
           compute business-day-integer =
               function integer-of-date(date-check-work)
           if event-run-time < "06000000"
               subtract 1 from business-day-integer
           end-if
           compute business-date-yyyymmdd =
               function date-of-integer(business-day-integer)
           move business-date-yyyymmdd to business-date-x
           if business-date-x < range-from-date
               or business-date-x > range-to-date
               go to 3600-exit
           end-if
           move "N" to failure-found-switch
           perform 3610-scan-failure-table thru 3610-exit
               varying failure-sub from 1 by 1
               until failure-sub > failure-count
                  or failure-entry-found
           if failure-entry-found
               add 1 to failure-tally(failure-sub)
               go to 3600-exit
           end-if
           if failure-count >= 1000
               display "FAILURE TABLE FULL - FAILURE FOR "
                   event-operator-id " NOT TABLED"
               add 1 to failure-overflow-count
               go to 3600-exit
           end-if
           add 1 to failure-count
           move event-operator-id to failure-id(failure-count)
           move business-date-x to failure-date(failure-count)
           move 1 to failure-tally(failure-count)
           move event-run-time(1:2) to formatted-hours
           move event-run-time(3:2) to formatted-minutes
           move formatted-event-time
               to failure-first-time(failure-count)
           .
       3600-exit.
           exit.

      *> ------------------------------------------------------------
      *> 3610-SCAN-FAILURE-TABLE - leaves FAILURE-SUB pointing at
      *> the matching entry when one is found
      *> ------------------------------------------------------------
       3610-scan-failure-table.
           if failure-id(failure-sub) = event-operator-id
               and failure-date(failure-sub) = business-date-x
               move "Y" to failure-found-switch
               subtract 1 from failure-sub
           end-if
           .
       3610-exit.
           exit.

      *> ------------------------------------------------------------
      *> 4100-CHECK-LEAVE - a clock-in on a day of approved leave;
      *> the operator's entries are read by key in from-date order
      *> and the covering entry is left in the record area
      *> ------------------------------------------------------------
       4100-check-leave.
           move "N" to leave-found-switch
           if leave-calendar-missing
               go to 4100-exit
           end-if
           move event-operator-id to leave-operator-id
           move low-values to leave-from-date
           start leave-calendar-file key >= leave-key
               invalid key
                   move "Y" to leave-eof-switch
               not invalid key
                   move "N" to leave-eof-switch
           end-start
           perform 4110-read-leave-entry thru 4110-exit
               until leave-eof
                  or leave-entry-found
           if not leave-entry-found
               go to 4100-exit
           end-if
           move 1 to anomaly-type-work
           move spaces to anomaly-text-work
           string "ON " delimited by size
                  leave-reason-code delimited by size
                  " LEAVE " delimited by size
                  leave-from-date delimited by size
                  "-" delimited by size
                  leave-to-date delimited by size
               into anomaly-text-work
           end-string
           perform 8000-record-anomaly thru 8000-exit
           .
       4100-exit.
           exit.

      *> ------------------------------------------------------------
      *> 4110-READ-LEAVE-ENTRY - an entry starting after the
      *> business date, or the next operator's, ends the search;
      *> cancelled entries stay on file but never count
      *> ------------------------------------------------------------
       4110-read-leave-entry.
           read leave-calendar-file next
               at end
                   move "Y" to leave-eof-switch
                   go to 4110-exit
           end-read
           if leave-operator-id not = event-operator-id
               or leave-from-date > business-date-x
               move "Y" to leave-eof-switch
               go to 4110-exit
           end-if
           if leave-approved
               and leave-to-date >= business-date-x
               move "Y" to leave-found-switch
           end-if
           .
       4110-exit.
           exit.

      *> ------------------------------------------------------------
      *> 4200-CHECK-SCHEDULE - off that day, or on another shift
      *> ------------------------------------------------------------
       4200-check-schedule.
           move event-operator-id to lookup-operator-id
           move business-day-integer to lookup-day-integer
           perform 4500-find-scheduled-shift thru 4500-exit
           if scheduled-shift-code = space
               move 2 to anomaly-type-work
               move spaces to anomaly-text-work
               if override-matched
                   move "SHIFT DROPPED BY SCHEDULE OVERRIDE"
                       to anomaly-text-work
               else
                   string "NOT SCHEDULED ON " delimited by size
                          lookup-day-name delimited by size
                       into anomaly-text-work
                   end-string
               end-if
               perform 8000-record-anomaly thru 8000-exit
               go to 4200-exit
           end-if
           if scheduled-shift-code not = clockin-shift-code
               move 3 to anomaly-type-work
               move spaces to anomaly-text-work
               string "SCHEDULED " delimited by size
                      scheduled-shift-code delimited by size
                      " SHIFT - CLOCKED IN FOR " delimited by size
                      clockin-shift-code delimited by size
                   into anomaly-text-work
               end-string
               perform 8000-record-anomaly thru 8000-exit
           end-if
           .
       4200-exit.
           exit.

      *> ------------------------------------------------------------
      *> 4300-CHECK-CLOSE-CLOCKIN - a second clock-in the same
      *> business date, at a different time within the window,
      *> then the clock-in is kept for the ones after it
      *> ------------------------------------------------------------
       4300-check-close-clockin.
           move "N" to clockin-found-switch
           perform 4310-scan-clockin-table thru 4310-exit
               varying clockin-sub from 1 by 1
               until clockin-sub > clockin-count
                  or close-clockin-found
           if close-clockin-found
               move 5 to anomaly-type-work
               move spaces to anomaly-text-work
               string "ALSO CLOCKED IN AT " delimited by size
                      clockin-time(clockin-sub) delimited by size
                   into anomaly-text-work
               end-string
               perform 8000-record-anomaly thru 8000-exit
           end-if
           if clockin-count >= 13000
               display "CLOCK-IN TABLE FULL - RECORD FOR "
                   event-operator-id " NOT TABLED"
               add 1 to clockin-overflow-count
               go to 4300-exit
           end-if
           add 1 to clockin-count
           move event-operator-id to clockin-id(clockin-count)
           move business-date-x to clockin-date(clockin-count)
           move event-minutes to clockin-minutes(clockin-count)
           move formatted-event-time to clockin-time(clockin-count)
           .
       4300-exit.
           exit.

      *> ------------------------------------------------------------
      *> 4310-SCAN-CLOCKIN-TABLE - leaves CLOCKIN-SUB pointing at
      *> the close clock-in when one is found
      *> ------------------------------------------------------------
       4310-scan-clockin-table.
           if clockin-id(clockin-sub) not = event-operator-id
               or clockin-date(clockin-sub) not = business-date-x
               or clockin-minutes(clockin-sub) = event-minutes
               go to 4310-exit
           end-if
           compute minutes-apart =
               clockin-minutes(clockin-sub) - event-minutes
           if minutes-apart < zero
               compute minutes-apart = zero - minutes-apart
           end-if
           if minutes-apart <= close-clockin-minutes
               move "Y" to clockin-found-switch
               subtract 1 from clockin-sub
           end-if
           .
       4310-exit.
           exit.

      *> ------------------------------------------------------------
      *> 4500-FIND-SCHEDULED-SHIFT - LOOKUP-OPERATOR-ID's shift on
      *> the date LOOKUP-DAY-INTEGER: the weekly pattern's, or the
      *> date's override's in its place; blank when off
      *> ------------------------------------------------------------
       4500-find-scheduled-shift.
           compute lookup-date-yyyymmdd =
               function date-of-integer(lookup-day-integer)
           move lookup-date-yyyymmdd to lookup-date-x
           divide lookup-day-integer by 7
               giving day-remainder-work
               remainder day-number
           add 1 to day-number
           move day-name(day-number) to lookup-day-name
           move space to scheduled-shift-code
           move "N" to schedule-match-switch
           move lookup-operator-id to sched-operator-id
           move lookup-day-name to sched-day-of-week
           read schedule-file
               key is sched-key
               invalid key
                   move "N" to schedule-match-switch
               not invalid key
                   move "Y" to schedule-match-switch
           end-read
           if schedule-matched
               move sched-shift-code to scheduled-shift-code
           end-if
           move "N" to override-match-switch
           perform 4520-scan-override-table thru 4520-exit
               varying ovr-table-sub from 1 by 1
               until ovr-table-sub > ovr-table-count
                  or override-matched
           if override-matched
               move ovr-tbl-shift(ovr-table-sub)
                   to scheduled-shift-code
           end-if
           .
       4500-exit.
           exit.

      *> ------------------------------------------------------------
      *> 4520-SCAN-OVERRIDE-TABLE
      *> ------------------------------------------------------------
       4520-scan-override-table.
           if ovr-tbl-date(ovr-table-sub) = lookup-date-x
               and ovr-tbl-id(ovr-table-sub) = lookup-operator-id
               move "Y" to override-match-switch
               subtract 1 from ovr-table-sub
           end-if
           .
       4520-exit.
           exit.

      *> ============================================================
      *> 5000-FLAG-REPEAT-FAILURES - an id that failed the lookup
      *> the threshold number of times or more in one night
      *> ============================================================
       5000-flag-repeat-failures.
           if failure-tally(failure-sub) < failure-threshold
               go to 5000-exit
           end-if
           move 4 to anomaly-type-work
           move failure-id(failure-sub) to anomaly-id-work
           move failure-date(failure-sub) to anomaly-date-work
           move failure-first-time(failure-sub) to anomaly-time-work
           move failure-tally(failure-sub) to count-display
           move spaces to anomaly-text-work
           string function trim(count-display) delimited by size
                  " FAILED LOOKUPS THAT NIGHT" delimited by size
               into anomaly-text-work
           end-string
           perform 8000-record-anomaly thru 8000-exit
           .
       5000-exit.
           exit.

      *> ============================================================
      *> 7000-WRITE-ANOMALY-SECTIONS - one section per anomaly type
      *> ============================================================
       7000-write-anomaly-sections.
           perform 7200-write-type-section thru 7200-exit
               varying anomaly-type-sub from 1 by 1
               until anomaly-type-sub > anomaly-type-total
           .
       7000-exit.
           exit.

      *> ------------------------------------------------------------
      *> 7100-WRITE-REPORT-HEADER
      *> ------------------------------------------------------------
       7100-write-report-header.
           move spaces to anom-report-header-1
           move "ATTENDANCE ANOMALY REPORT" to anom-header-title
           move "FROM:" to anom-header-from-tag
           move range-from-date to anom-header-from
           move "TO:" to anom-header-to-tag
           move range-to-date to anom-header-to
           move "SOURCE:" to anom-header-source-tag
           move audit-source-name to anom-header-source
           write anom-report-header-1
           .
       7100-exit.
           exit.

      *> ------------------------------------------------------------
      *> 7200-WRITE-TYPE-SECTION - the type's heading, column
      *> header, and every anomaly of the type in the order found
      *> ------------------------------------------------------------
       7200-write-type-section.
           move spaces to anom-section-header
           move anomaly-type-name(anomaly-type-sub)
               to anom-section-text
           write anom-section-header

           move spaces to anom-column-header
           move "OPERATOR ID          DP DATE     TIME  DETAIL"
               to anom-column-text
           write anom-column-header

           move "N" to anomaly-listed-switch
           perform 7300-write-anomaly-detail thru 7300-exit
               varying anomaly-sub from 1 by 1
               until anomaly-sub > anomaly-count
           if not anomaly-listed
               move spaces to anom-column-header
               move "NONE FOUND" to anom-column-text
               write anom-column-header
           end-if
           .
       7200-exit.
           exit.

      *> ------------------------------------------------------------
      *> 7300-WRITE-ANOMALY-DETAIL
      *> ------------------------------------------------------------
       7300-write-anomaly-detail.
           if anom-tbl-type(anomaly-sub) not = anomaly-type-sub
               go to 7300-exit
           end-if
           move spaces to anom-report-detail
           move anom-tbl-id(anomaly-sub) to anom-detail-id
           move anom-tbl-dept(anomaly-sub) to anom-detail-dept
           move anom-tbl-date(anomaly-sub) to anom-detail-date
           move anom-tbl-time(anomaly-sub) to anom-detail-time
           move anom-tbl-text(anomaly-sub) to anom-detail-text
           write anom-report-detail
           move "Y" to anomaly-listed-switch
           .
       7300-exit.
           exit.

      *> ============================================================
      *> 7500-WRITE-SUPERVISOR-SECTION - each supervisor's count of
      *> every anomaly type
      *> ============================================================
       7500-write-supervisor-section.
           move spaces to anom-section-header
           move "ANOMALIES BY SUPERVISOR" to anom-section-text
           write anom-section-header

           move spaces to anom-column-header
           move "SUPERVISOR             LEAVE  UNSCH  SHIFT  FAILS"
               to anom-column-text(1:49)
           move "  APART  TOTAL" to anom-column-text(50:14)
           write anom-column-header

           perform 7510-write-supervisor-line thru 7510-exit
               varying super-sub from 1 by 1
               until super-sub > super-count
           .
       7500-exit.
           exit.

      *> ------------------------------------------------------------
      *> 7510-WRITE-SUPERVISOR-LINE
      *> ------------------------------------------------------------
       7510-write-supervisor-line.
           move spaces to anom-supervisor-detail
           move super-name(super-sub) to anom-super-name
           perform 7520-move-type-count thru 7520-exit
               varying anomaly-type-sub from 1 by 1
               until anomaly-type-sub > anomaly-type-total
           move super-total(super-sub) to anom-super-total
           write anom-supervisor-detail
           .
       7510-exit.
           exit.

      *> ------------------------------------------------------------
      *> 7520-MOVE-TYPE-COUNT
      *> ------------------------------------------------------------
       7520-move-type-count.
           move super-type-count(super-sub, anomaly-type-sub)
               to anom-super-count(anomaly-type-sub)
           .
       7520-exit.
           exit.

      *> ------------------------------------------------------------
      *> 7700-WRITE-REPORT-TRAILER - the total for every type,
      *> found or not, then the run counts
      *> ------------------------------------------------------------
       7700-write-report-trailer.
           move spaces to anom-section-header
           move "TOTALS BY ANOMALY TYPE" to anom-section-text
           write anom-section-header
           perform 7710-write-type-total thru 7710-exit
               varying anomaly-type-sub from 1 by 1
               until anomaly-type-sub > anomaly-type-total

           move spaces to anom-report-trailer
           move "AUDIT RECORDS READ:" to anom-trailer-tag
           move audit-read-count to anom-trailer-count
           write anom-report-trailer

           move spaces to anom-report-trailer
           move "CLOCK-INS CHECKED:" to anom-trailer-tag
           move clockin-read-count to anom-trailer-count
           write anom-report-trailer

           move spaces to anom-report-trailer
           move "ANOMALIES FOUND:" to anom-trailer-tag
           move anomaly-total-count to anom-trailer-count
           write anom-report-trailer

           if anomaly-not-listed-count > zero
               move spaces to anom-report-trailer
               move "ANOMALIES NOT LISTED - FULL:" to anom-trailer-tag
               move anomaly-not-listed-count to anom-trailer-count
               write anom-report-trailer
           end-if

           if super-overflow-count > zero
               move spaces to anom-report-trailer
               move "SUPERVISOR COUNTS DROPPED:" to anom-trailer-tag
               move super-overflow-count to anom-trailer-count
               write anom-report-trailer
           end-if

           if clockin-overflow-count > zero
               move spaces to anom-report-trailer
               move "CLOCK-INS NOT TABLED - FULL:" to anom-trailer-tag
               move clockin-overflow-count to anom-trailer-count
               write anom-report-trailer
           end-if

           if failure-overflow-count > zero
               move spaces to anom-report-trailer
               move "FAILURES NOT TABLED - FULL:" to anom-trailer-tag
               move failure-overflow-count to anom-trailer-count
               write anom-report-trailer
           end-if

           if override-overflow-count > zero
               move spaces to anom-report-trailer
               move "OVERRIDES NOT APPLIED - FULL:" to anom-trailer-tag
               move override-overflow-count to anom-trailer-count
               write anom-report-trailer
           end-if
           .
       7700-exit.
           exit.

      *> ------------------------------------------------------------
      *> 7710-WRITE-TYPE-TOTAL
      *> ------------------------------------------------------------
       7710-write-type-total.
           move spaces to anom-report-trailer
           move anomaly-type-name(anomaly-type-sub)
               to anom-trailer-tag
           move anomaly-type-count(anomaly-type-sub)
               to anom-trailer-count
           write anom-report-trailer
           .
       7710-exit.
           exit.

      *> ============================================================
      *> 8000-RECORD-ANOMALY - join the operator's department and
      *> supervisor, count the anomaly, and hold it for printing;
      *> the type total counts every anomaly even when the table
      *> is full
      *> ============================================================
       8000-record-anomaly.
           perform 8100-join-supervisor thru 8100-exit
           add 1 to anomaly-total-count
           add 1 to anomaly-type-count(anomaly-type-work)
           perform 8200-count-for-supervisor thru 8200-exit
           if anomaly-count >= 2000
               add 1 to anomaly-not-listed-count
               go to 8000-exit
           end-if
           add 1 to anomaly-count
           move anomaly-type-work to anom-tbl-type(anomaly-count)
           move anomaly-id-work to anom-tbl-id(anomaly-count)
           move anomaly-dept-work to anom-tbl-dept(anomaly-count)
           move anomaly-date-work to anom-tbl-date(anomaly-count)
           move anomaly-time-work to anom-tbl-time(anomaly-count)
           move anomaly-text-work to anom-tbl-text(anomaly-count)
           .
       8000-exit.
           exit.

      *> ------------------------------------------------------------
      *> 8100-JOIN-SUPERVISOR - department from the master, then
      *> the supervisor from the department master
      *> ------------------------------------------------------------
       8100-join-supervisor.
           move "NO SUPERVISOR" to anomaly-super-work
           move anomaly-id-work to operator-id
           read operator-master-file
               invalid key
                   move "??" to anomaly-dept-work
                   go to 8100-exit
           end-read
           move operator-dept-code to anomaly-dept-work
           if dept-master-missing
               go to 8100-exit
           end-if
           move operator-dept-code to dept-code
           read dept-master-file
               invalid key
                   go to 8100-exit
           end-read
           if dept-supervisor-name not = spaces
               move dept-supervisor-name to anomaly-super-work
           end-if
           .
       8100-exit.
           exit.

      *> ------------------------------------------------------------
      *> 8200-COUNT-FOR-SUPERVISOR - find or add the supervisor's
      *> entry
      *> ------------------------------------------------------------
       8200-count-for-supervisor.
           move "N" to super-found-switch
           perform 8210-scan-super-table thru 8210-exit
               varying super-sub from 1 by 1
               until super-sub > super-count
                  or super-entry-found
           if not super-entry-found
               if super-count >= 100
                   add 1 to super-overflow-count
                   go to 8200-exit
               end-if
               add 1 to super-count
               move super-count to super-sub
               move anomaly-super-work to super-name(super-sub)
               move zero to super-total(super-sub)
               perform 8220-clear-super-counts thru 8220-exit
                   varying anomaly-type-sub from 1 by 1
                   until anomaly-type-sub > anomaly-type-total
           end-if
           add 1 to super-type-count(super-sub, anomaly-type-work)
           add 1 to super-total(super-sub)
           .
       8200-exit.
           exit.

      *> ------------------------------------------------------------
      *> 8210-SCAN-SUPER-TABLE - leaves SUPER-SUB pointing at the
      *> matching entry when one is found
      *> ------------------------------------------------------------
       8210-scan-super-table.
           if super-name(super-sub) = anomaly-super-work
               move "Y" to super-found-switch
               subtract 1 from super-sub
           end-if
           .
       8210-exit.
           exit.

      *> ------------------------------------------------------------
      *> 8220-CLEAR-SUPER-COUNTS
      *> ------------------------------------------------------------
       8220-clear-super-counts.
           move zero to super-type-count(super-sub, anomaly-type-sub)
           .
       8220-exit.
           exit.

      *> ============================================================
      *> 9900-TERMINATE
      *> ============================================================
       9900-terminate.
           close anomaly-report-file
           close schedule-file
           if not leave-calendar-missing
               close leave-calendar-file
           end-if
           perform 9910-close-masters thru 9910-exit
           .
       9900-exit.
           exit.

      *> ------------------------------------------------------------
      *> 9910-CLOSE-MASTERS
      *> ------------------------------------------------------------
       9910-close-masters.
           close operator-master-file
           if not dept-master-missing
               close dept-master-file
           end-if
           .
       9910-exit.
           exit.

      *> ------------------------------------------------------------
      *> 9920-CLOSE-AUDIT-FILE
      *> ------------------------------------------------------------
       9920-close-audit-file.
           if source-audit-history
               close audit-history-file
           else
               close audit-log-file
           end-if
           .
       9920-exit.
           exit.
