      *>
      *> A scheduled day with no clock-in at all counts as neither
      *> on time nor late; absences are the no-show report's job.
      *> A date on the plant holiday calendar is not a scheduled
      *> day for the departments it closes.  An operator with a
      *> dated override on SCHEDULE-OVERRIDE-FILE is scheduled
      *> that date on the override's shift - or not at all - in
      *> place of the weekly schedule's.
      *>
      *> Modification history
      *>   2026-09-02  original program
      *>   2026-10-15  holiday and shutdown dates are left out of
      *>               days scheduled for the closed departments
      *>               and listed in their own report section
      *>   2026-10-15  dated schedule overrides apply on top of the
      *>               weekly schedule: lateness is judged against
      *>               the overridden shift, a dropped shift is not
      *>               a scheduled day, and an added shift is
      *>               scored like any other scheduled day
      *>   2026-10-15  the indexed schedule is read on the day-of-week
      *>               key for each walked day instead of a schedule
      *>               table; the clock-in table holds 13000 - a
      *>               full 31-day range at plant headcount - and the
      *>               operator table 1000, and entries left out of a
      *>               full table are counted in the trailer
      *> ------------------------------------------------------------
       identification division.
       program-id. Punctuality.
               file status is audit-log-file-status.

           select schedule-file assign to "SCHEDULE"
               organization is indexed
               access mode is dynamic
               record key is sched-key
               alternate record key is sched-day-of-week
                   with duplicates
               file status is schedule-file-status.

           select punct-report-file assign to "PUNCTRPT"
               organization is line sequential
               file status is punct-report-file-status.

           select holiday-calendar-file assign to "HOLCAL"
               organization is indexed
               access mode is dynamic
               record key is holiday-date
               file status is holiday-calendar-file-status.

           select schedule-override-file assign to "SCHEDOVR"
               organization is indexed
               access mode is dynamic
               record key is override-key
               file status is schedule-override-file-status.

       data division.
       file section.
       fd  operator-master-file.
       fd  punct-report-file.
           copy "punctrp.cpy".

       fd  holiday-calendar-file.
           copy "holcal.cpy".

       fd  schedule-override-file.
           copy "schovrd.cpy".

       working-storage section.
       01  command-line-arguments       pic x(80) value spaces.
       01  argument-sub                 pic 9(04) comp value zero.
       01  schedule-read-count          pic 9(08) comp value zero.
       01  audit-read-count             pic 9(08) comp value zero.
       01  late-operator-count          pic 9(08) comp value zero.
       01  holiday-calendar-file-status pic x(02) value spaces.
       01  holiday-eof-switch           pic x(01) value "N".
           88  holiday-eof                  value "Y".
       01  closed-day-switch            pic x(01) value "N".
           88  closed-day-found             value "Y".
       01  closed-dept-switch           pic x(01) value "N".
           88  operator-dept-closed         value "Y".
       01  closed-dept-sub              pic 9(04) comp value zero.
       01  closed-sched-count           pic 9(08) comp value zero.
       01  walk-operator-id             pic x(20) value spaces.
       01  walk-shift-code              pic x(01) value space.
       01  clockin-overflow-count       pic 9(08) comp value zero.
       01  punct-overflow-count         pic 9(08) comp value zero.
       01  dept-overflow-count          pic 9(08) comp value zero.
       01  override-overflow-count      pic 9(08) comp value zero.

      *> ----------------------------------------------------------
      *> schedule overrides dated inside the range, one entry per
      *> operator (a swap gives two) with the shift the override
      *> leaves the operator on - blank for none; an entry not
      *> matched by a weekly schedule line is an added shift
      *> ----------------------------------------------------------
       01  schedule-override-file-status pic x(02) value spaces.
       01  override-eof-switch          pic x(01) value "N".
           88  override-eof                 value "Y".
       01  override-match-switch        pic x(01) value "N".
           88  override-matched             value "Y".
       01  override-applied-count       pic 9(08) comp value zero.
       01  override-table-id            pic x(20) value spaces.
       01  override-table-shift         pic x(01) value space.
       01  ovr-table-count              pic 9(04) comp value zero.
       01  ovr-table-sub                pic 9(04) comp value zero.
       01  ovr-table.
           05  ovr-table-entry occurs 1000 times.
               10  ovr-tbl-date         pic x(08).
               10  ovr-tbl-id           pic x(20).
               10  ovr-tbl-shift        pic x(01).
               10  ovr-tbl-matched      pic x(01).
                   88  ovr-tbl-on-schedule  value "Y".

      *> ----------------------------------------------------------
      *> holiday calendar entries falling in the range; the range
      *> is capped at 31 days so the table cannot overflow
      *> ----------------------------------------------------------
       01  holiday-table-count          pic 9(04) comp value zero.
       01  holiday-table-sub            pic 9(04) comp value zero.
       01  holiday-table.
           05  holiday-table-entry occurs 31 times.
               10  hol-tbl-date         pic x(08).
               10  hol-tbl-description  pic x(30).
               10  hol-tbl-scope        pic x(01).
                   88  hol-tbl-plant-wide   value "P".
               10  hol-tbl-dept-list.
                   15  hol-tbl-dept occurs 10 times
                                        pic x(02).

      *> ----------------------------------------------------------
      *> earliest successful clock-in per operator per date, from
      *> the audit log
      *> ----------------------------------------------------------
       01  clockin-count                pic 9(05) comp value zero.
       01  clockin-sub                  pic 9(05) comp value zero.
       01  clockin-table.
           05  clockin-entry occurs 13000 times.
               10  clockin-id           pic x(20).
               10  clockin-date         pic x(08).
               10  clockin-time         pic x(08).
       01  ranking-done-switch          pic x(01) value "N".
           88  ranking-done                 value "Y".
       01  punct-table.
           05  punct-entry occurs 1000 times.
               10  punct-operator-id    pic x(20).
               10  punct-dept-code      pic x(02).
               10  punct-days-sched     pic 9(04) comp.
      *> ============================================================
       0000-mainline.
           perform 1000-initialize thru 1000-exit
           perform 2500-load-holidays thru 2500-exit
           perform 2600-load-overrides thru 2600-exit
           perform 3000-load-clockins thru 3000-exit
           perform 4000-walk-date-range thru 4000-exit
           perform 7000-write-operator-section thru 7000-exit
           perform 7400-write-worst-offenders thru 7400-exit
           perform 7500-write-dept-subtotals thru 7500-exit
           perform 7600-write-closed-days thru 7600-exit
           perform 7700-write-report-trailer thru 7700-exit
           perform 9900-terminate thru 9900-exit
           goback.
           exit.

      *> ============================================================
      *> 2500-LOAD-HOLIDAYS - the holiday calendar's dates inside
      *> the range; a missing calendar means no closed days
      *> ============================================================
       2500-load-holidays.
           move zero to holiday-table-count
           open input holiday-calendar-file
           if holiday-calendar-file-status = "35"
               go to 2500-exit
           end-if
           if holiday-calendar-file-status not = "00"
               display "HOLIDAY CALENDAR OPEN FAILED - STATUS "
                   holiday-calendar-file-status
               go to 2500-exit
           end-if
           move range-from-date to holiday-date
           start holiday-calendar-file key >= holiday-date
               invalid key
                   move "Y" to holiday-eof-switch
               not invalid key
                   move "N" to holiday-eof-switch
           end-start
           perform 2510-load-one-holiday thru 2510-exit
               until holiday-eof
           close holiday-calendar-file
           .
       2500-exit.
           exit.

      *> ------------------------------------------------------------
      *> 2510-LOAD-ONE-HOLIDAY - the calendar is in date order, so
      *> the first date past the range ends the load
      *> ------------------------------------------------------------
       2510-load-one-holiday.
           read holiday-calendar-file next
               at end
                   move "Y" to holiday-eof-switch
               not at end
                   if holiday-date > range-to-date
                       or holiday-table-count >= 31
                       move "Y" to holiday-eof-switch
                   else
                       add 1 to holiday-table-count
                       move holiday-date
                           to hol-tbl-date(holiday-table-count)
                       move holiday-description to
                           hol-tbl-description(holiday-table-count)
                       move holiday-scope-flag
                           to hol-tbl-scope(holiday-table-count)
                       move holiday-dept-list
                           to hol-tbl-dept-list(holiday-table-count)
                   end-if
           end-read
           .
       2510-exit.
           exit.

      *> ============================================================
      *> 2600-LOAD-OVERRIDES - the schedule overrides dated inside
      *> the range; a missing override file means none
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
           move range-from-date to override-date
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
           move "N" to ovr-tbl-matched(ovr-table-count)
           .
       2620-exit.
           exit.

      *> ============================================================
                       to clockin-time(clockin-sub)
               end-if
           else
               if clockin-count < 13000
                   add 1 to clockin-count
                   move audit-operator-id
                       to clockin-id(clockin-count)
               else
                   display "CLOCK-IN TABLE FULL - RECORD FOR "
                       audit-operator-id " NOT TABLED"
                   add 1 to clockin-overflow-count
               end-if
           end-if
           .

      *> ============================================================
      *> 4000-WALK-DATE-RANGE - every calendar day in the range
      *> against the weekly schedule, read on its day-of-week key
      *> ============================================================
       4000-walk-date-range.
           perform 4100-walk-one-day thru 4100-exit
               remainder day-number
           add 1 to day-number
           move day-name(day-number) to walk-day-name
           move "N" to closed-day-switch
           perform 4150-scan-holiday-table thru 4150-exit
               varying holiday-table-sub from 1 by 1
               until holiday-table-sub > holiday-table-count
                  or closed-day-found
           move walk-day-name to sched-day-of-week
           start schedule-file key = sched-day-of-week
               invalid key
                   move "Y" to schedule-eof-switch
               not invalid key
                   move "N" to schedule-eof-switch
           end-start
           perform 4200-check-one-schedule-line thru 4200-exit
               until schedule-eof
           perform 4700-check-added-shift thru 4700-exit
               varying ovr-table-sub from 1 by 1
               until ovr-table-sub > ovr-table-count
           .
       4100-exit.
           exit.

      *> ------------------------------------------------------------
      *> 4150-SCAN-HOLIDAY-TABLE - leaves HOLIDAY-TABLE-SUB pointing
      *> at the walked date's entry when one is found
      *> ------------------------------------------------------------
       4150-scan-holiday-table.
           if hol-tbl-date(holiday-table-sub) = walk-date-x
               move "Y" to closed-day-switch
               subtract 1 from holiday-table-sub
           end-if
           .
       4150-exit.
           exit.

      *> ------------------------------------------------------------
      *> 4200-CHECK-ONE-SCHEDULE-LINE - a schedule line for the
      *> day's day-of-week is one scheduled operator-day, on the
      *> shift of the operator's override for the date when there
      *> is one; an override leaving no shift drops the day.  The
      *> day's lines run together on the day-of-week key and the
      *> next day ends them
      *> ------------------------------------------------------------
       4200-check-one-schedule-line.
           read schedule-file next
               at end
                   move "Y" to schedule-eof-switch
                   go to 4200-exit
           end-read
           if sched-day-of-week not = walk-day-name
               move "Y" to schedule-eof-switch
               go to 4200-exit
           end-if
           add 1 to schedule-read-count
           move sched-operator-id to walk-operator-id
           move sched-shift-code to walk-shift-code
           move "N" to override-match-switch
           perform 4270-scan-override-table thru 4270-exit
               varying ovr-table-sub from 1 by 1
               until ovr-table-sub > ovr-table-count
                  or override-matched
           if override-matched
               move "Y" to ovr-tbl-matched(ovr-table-sub)
               move ovr-tbl-shift(ovr-table-sub) to walk-shift-code
               add 1 to override-applied-count
           end-if
           if walk-shift-code = space
               go to 4200-exit
           end-if
           perform 4210-score-operator-day thru 4210-exit
           .
       4200-exit.
           exit.

      *> ------------------------------------------------------------
      *> 4210-SCORE-OPERATOR-DAY - WALK-OPERATOR-ID scheduled on
      *> WALK-SHIFT-CODE for the walked date is one scheduled
      *> operator-day, unless the operator's department is closed
      *> that date
      *> ------------------------------------------------------------
       4210-score-operator-day.
           perform 4300-find-punct-entry thru 4300-exit
           if punct-sub = zero
               go to 4210-exit
           end-if
           perform 4250-check-closed-dept thru 4250-exit
           if operator-dept-closed
               add 1 to closed-sched-count
               go to 4210-exit
           end-if
           add 1 to punct-days-sched(punct-sub)
           perform 4500-find-days-clockin thru 4500-exit
           if not clockin-found
               go to 4210-exit
           end-if
           perform 4600-score-clockin thru 4600-exit
           if minutes-late > zero
               add 1 to punct-days-ontime(punct-sub)
           end-if
           .
       4210-exit.
           exit.

      *> ------------------------------------------------------------
      *> 4250-CHECK-CLOSED-DEPT - on a holiday the whole plant, or
      *> the listed departments only, are closed
      *> ------------------------------------------------------------
       4250-check-closed-dept.
           move "N" to closed-dept-switch
           if not closed-day-found
               go to 4250-exit
           end-if
           if hol-tbl-plant-wide(holiday-table-sub)
               move "Y" to closed-dept-switch
               go to 4250-exit
           end-if
           perform 4260-scan-closed-depts thru 4260-exit
               varying closed-dept-sub from 1 by 1
               until closed-dept-sub > 10
                  or operator-dept-closed
           .
       4250-exit.
           exit.

      *> ------------------------------------------------------------
      *> 4260-SCAN-CLOSED-DEPTS
      *> ------------------------------------------------------------
       4260-scan-closed-depts.
           if hol-tbl-dept(holiday-table-sub, closed-dept-sub)
                   = punct-dept-code(punct-sub)
               move "Y" to closed-dept-switch
           end-if
           .
       4260-exit.
           exit.

      *> ------------------------------------------------------------
      *> 4270-SCAN-OVERRIDE-TABLE - leaves OVR-TABLE-SUB pointing at
      *> the operator's override for the walked date when found
      *> ------------------------------------------------------------
       4270-scan-override-table.
           if ovr-tbl-date(ovr-table-sub) = walk-date-x
               and ovr-tbl-id(ovr-table-sub) = walk-operator-id
               move "Y" to override-match-switch
               subtract 1 from ovr-table-sub
           end-if
           .
       4270-exit.
           exit.

      *> ------------------------------------------------------------
           if punct-operator-found
               go to 4300-exit
           end-if
           if punct-count >= 1000
               display "PUNCTUALITY TABLE FULL - OPERATOR "
                   walk-operator-id " NOT REPORTED"
               add 1 to punct-overflow-count
               move zero to punct-sub
               go to 4300-exit
           end-if
           add 1 to punct-count
           move punct-count to punct-sub
           move walk-operator-id to punct-operator-id(punct-sub)
           move zero to punct-days-sched(punct-sub)
           move zero to punct-days-ontime(punct-sub)
           move zero to punct-days-late(punct-sub)
           move zero to punct-late-minutes(punct-sub)
           move walk-operator-id to operator-id
           read operator-master-file
               invalid key
                   move "??" to punct-dept-code(punct-sub)
      *> matching entry when one is found
      *> ------------------------------------------------------------
       4400-scan-punct-table.
           if punct-operator-id(punct-sub) = walk-operator-id
               move "Y" to operator-found-switch
               subtract 1 from punct-sub
           end-if
      *> hours
      *> ------------------------------------------------------------
       4500-find-days-clockin.
           move walk-operator-id to clockin-scan-id
           move walk-date-x to clockin-scan-date
           move "N" to clockin-found-switch
           move "N" to midnight-wrap-switch
               move clockin-time(clockin-sub) to clockin-time-work
               go to 4500-exit
           end-if
           if walk-shift-code not = "N"
               go to 4500-exit
           end-if
           move next-date-x to clockin-scan-date
      *> night-shift arrival counts from the prior evening's start
      *> ------------------------------------------------------------
       4600-score-clockin.
           evaluate walk-shift-code
               when "D"
                   move 360 to shift-start-minutes
               when "S"
       4600-exit.
           exit.

      *> ------------------------------------------------------------
      *> 4700-CHECK-ADDED-SHIFT - an override for the walked date
      *> that no weekly schedule line matched puts the operator on
      *> a shift that day: one more scheduled operator-day
      *> ------------------------------------------------------------
       4700-check-added-shift.
           if ovr-tbl-date(ovr-table-sub) not = walk-date-x
               or ovr-tbl-on-schedule(ovr-table-sub)
               or ovr-tbl-shift(ovr-table-sub) = space
               go to 4700-exit
           end-if
           add 1 to override-applied-count
           move ovr-tbl-id(ovr-table-sub) to walk-operator-id
           move ovr-tbl-shift(ovr-table-sub) to walk-shift-code
           perform 4210-score-operator-day thru 4210-exit
           .
       4700-exit.
           exit.

      *> ============================================================
      *> 7000-WRITE-OPERATOR-SECTION - one detail line per
      *> scheduled operator
               else
                   display "DEPARTMENT TABLE FULL - DEPT "
                       dept-search-code " NOT SUBTOTALED"
                   add 1 to dept-overflow-count
                   move zero to dept-sum-sub
               end-if
           end-if
       7540-exit.
           exit.

      *> ============================================================
      *> 7600-WRITE-CLOSED-DAYS - the holiday and shutdown dates in
      *> the range that were left out of days scheduled
      *> ============================================================
       7600-write-closed-days.
           if holiday-table-count = zero
               go to 7600-exit
           end-if
           move spaces to punct-section-header
           move "CLOSED DAYS IN RANGE - NOT COUNTED AS SCHEDULED"
               to punct-section-text
           write punct-section-header
           perform 7610-write-closed-day thru 7610-exit
               varying holiday-table-sub from 1 by 1
               until holiday-table-sub > holiday-table-count
           .
       7600-exit.
           exit.

      *> ------------------------------------------------------------
      *> 7610-WRITE-CLOSED-DAY
      *> ------------------------------------------------------------
       7610-write-closed-day.
           move spaces to punct-section-header
           if hol-tbl-plant-wide(holiday-table-sub)
               string " " delimited by size
                      hol-tbl-date(holiday-table-sub)
                          delimited by size
                      "  " delimited by size
                      hol-tbl-description(holiday-table-sub)
                          delimited by size
                      "  PLANT-WIDE" delimited by size
                   into punct-section-text
               end-string
           else
               string " " delimited by size
                      hol-tbl-date(holiday-table-sub)
                          delimited by size
                      "  " delimited by size
                      hol-tbl-description(holiday-table-sub)
                          delimited by size
                      "  LISTED DEPTS ONLY" delimited by size
                   into punct-section-text
               end-string
           end-if
           write punct-section-header
           .
       7610-exit.
           exit.

      *> ------------------------------------------------------------
      *> 7700-WRITE-REPORT-TRAILER
      *> ------------------------------------------------------------
           move "OPERATORS WITH LATE DAYS:" to punct-trailer-tag
           move late-operator-count to punct-trailer-count
           write punct-report-trailer

           move spaces to punct-report-trailer
           move "SCHEDULED DAYS CLOSED:" to punct-trailer-tag
           move closed-sched-count to punct-trailer-count
           write punct-report-trailer

           move spaces to punct-report-trailer
           move "SCHEDULE OVERRIDES APPLIED:" to punct-trailer-tag
           move override-applied-count to punct-trailer-count
           write punct-report-trailer

           if clockin-overflow-count > zero
               move spaces to punct-report-trailer
               move "CLOCK-INS NOT TABLED - FULL:" to punct-trailer-tag
               move clockin-overflow-count to punct-trailer-count
               write punct-report-trailer
           end-if
           if punct-overflow-count > zero
               move spaces to punct-report-trailer
               move "OPERATOR-DAYS NOT REPORTED:" to punct-trailer-tag
               move punct-overflow-count to punct-trailer-count
               write punct-report-trailer
           end-if
           if dept-overflow-count > zero
               move spaces to punct-report-trailer
               move "OPERATORS NOT SUBTOTALED:" to punct-trailer-tag
               move dept-overflow-count to punct-trailer-count
               write punct-report-trailer
           end-if
           if override-overflow-count > zero
               move spaces to punct-report-trailer
               move "OVERRIDES NOT APPLIED - FULL:"
                   to punct-trailer-tag
               move override-overflow-count to punct-trailer-count
               write punct-report-trailer
           end-if
           .
       7700-exit.
           exit.
      *> 9900-TERMINATE
      *> ============================================================
       9900-terminate.
           close schedule-file
           close punct-report-file
           close operator-master-file
           .
