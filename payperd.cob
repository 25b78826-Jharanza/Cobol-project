      *> and overtime hours up by department using the operator's
      *> department code from OPERATOR-MASTER-FILE.
      *>
      *> Each day's hours roll up to the department the operator
      *> was in on the work date, not the one on the master today:
      *> a department change journaled after the work date means
      *> the day belongs to that change's before-image department.
      *> Hours moved to overtime by the forty-hour weekly rule come
      *> out of the department of the operator's latest work date
      *> in the week, which is also the department carried on the
      *> accumulation record; what that department's share of the
      *> operator's regular hours cannot cover comes out of the
      *> operator's other departments, latest work date first, so
      *> the rollup always balances to the plant totals.
      *>
      *> Hours worked on a date the plant holiday calendar marks
      *> for the holiday premium, in a department the holiday
      *> closes, go to the holiday-hours bucket instead of regular
      *> and overtime, and are listed in their own report section.
      *>
      *> The pay week is passed on the command line as
      *>     FROM=yyyymmdd TO=yyyymmdd
      *> and either end may be omitted, which leaves that end of
      *>
      *> Modification history
      *>   2026-09-02  original program
      *>   2026-10-15  premium-holiday hours are split to their own
      *>               bucket on the accumulation record and rolled
      *>               up by department
      *>   2026-10-15  the department rollup uses the department as
      *>               of each work date from the operator change
      *>               journal instead of today's master
      *>   2026-10-15  the department rollup holds 50 departments,
      *>               and entries left out of any full table are
      *>               counted in the trailer
      *>   2026-10-15  weekly excess the latest department cannot
      *>               cover spills into the operator's other
      *>               departments instead of being dropped from the
      *>               rollup
      *> ------------------------------------------------------------
       identification division.
       program-id. PayPeriod.
               organization is line sequential
               file status is overtime-report-status.

           select holiday-calendar-file assign to "HOLCAL"
               organization is indexed
               access mode is dynamic
               record key is holiday-date
               file status is holiday-calendar-file-status.

           select operator-journal-file assign to "OPERJRNL"
               organization is line sequential
               file status is operator-journal-file-status.

       data division.
       file section.
       fd  operator-master-file.
       fd  overtime-report-file.
           copy "payotrp.cpy".

       fd  holiday-calendar-file.
           copy "holcal.cpy".

       fd  operator-journal-file.
           copy "opjrnl.cpy".

       working-storage section.
       01  command-line-arguments       pic x(80) value spaces.
       01  argument-sub                 pic 9(04) comp value zero.
       01  daily-regular-limit          pic 9(02) value 8.
       01  weekly-regular-limit         pic 9(02) value 40.
       01  short-shift-limit            pic 9(02) value 4.
       01  holiday-calendar-file-status pic x(02) value spaces.
       01  holiday-eof-switch           pic x(01) value "N".
           88  holiday-eof                  value "Y".
       01  premium-day-switch           pic x(01) value "N".
           88  premium-holiday-day          value "Y".
       01  closed-dept-sub              pic 9(04) comp value zero.
       01  holiday-shift-count          pic 9(08) comp value zero.
       01  total-holiday-hours          pic 9(05)v99 value zero.
       01  operator-journal-file-status pic x(02) value spaces.
       01  journal-eof-switch           pic x(01) value "N".
           88  journal-eof                  value "Y".
       01  work-dept-code               pic x(02) value spaces.
       01  dept-change-best-date        pic x(08) value spaces.
       01  holiday-overflow-count       pic 9(08) comp value zero.
       01  dept-change-overflow-count   pic 9(08) comp value zero.
       01  accum-overflow-count         pic 9(08) comp value zero.
       01  short-overflow-count         pic 9(08) comp value zero.
       01  holiday-work-overflow-count  pic 9(08) comp value zero.
       01  dept-rollup-overflow-count   pic 9(08) comp value zero.
       01  oper-dept-overflow-count     pic 9(08) comp value zero.
       01  excess-left-hours            pic 9(03)v99 value zero.
       01  excess-move-hours            pic 9(03)v99 value zero.

      *> ----------------------------------------------------------
      *> department changes journaled after the start of the pay
      *> week, in the order they were made
      *> ----------------------------------------------------------
       01  dept-change-count            pic 9(04) comp value zero.
       01  dept-change-sub              pic 9(04) comp value zero.
       01  dept-change-table.
           05  dept-change-entry occurs 1000 times.
               10  dept-chg-operator-id pic x(20).
               10  dept-chg-date        pic x(08).
               10  dept-chg-before-dept pic x(02).

      *> ----------------------------------------------------------
      *> premium holidays from the holiday calendar that fall in
      *> the pay week
      *> ----------------------------------------------------------
       01  holiday-table-count          pic 9(04) comp value zero.
       01  holiday-table-sub            pic 9(04) comp value zero.
       01  holiday-table.
           05  holiday-table-entry occurs 50 times.
               10  hol-tbl-date         pic x(08).
               10  hol-tbl-description  pic x(30).
               10  hol-tbl-scope        pic x(01).
                   88  hol-tbl-plant-wide   value "P".
               10  hol-tbl-dept-list.
                   15  hol-tbl-dept occurs 10 times
                                        pic x(02).

      *> ----------------------------------------------------------
      *> premium-holiday shifts, one entry per hours record worked
      *> on a premium holiday, printed in their own report section
      *> ----------------------------------------------------------
       01  holiday-work-count           pic 9(04) comp value zero.
       01  holiday-work-sub             pic 9(04) comp value zero.
       01  holiday-work-table.
           05  holiday-work-entry occurs 500 times.
               10  holwork-operator-id  pic x(20).
               10  holwork-date         pic x(08).
               10  holwork-hours        pic 9(02)v99.
               10  holwork-description  pic x(30).

      *> ----------------------------------------------------------
      *> per-operator accumulator table, one entry per distinct
      *> operator id seen in the pay week; the department code is
      *> the operator's department on their latest work date
      *> ----------------------------------------------------------
       01  accum-count                  pic 9(04) comp value zero.
       01  accum-sub                    pic 9(04) comp value zero.
           05  accum-entry occurs 500 times.
               10  accum-operator-id    pic x(20).
               10  accum-dept-code      pic x(02).
               10  accum-last-date      pic x(08).
               10  accum-regular        pic 9(03)v99.
               10  accum-overtime       pic 9(03)v99.
               10  accum-days           pic 9(02).
               10  accum-shorts         pic 9(02).
               10  accum-holiday        pic 9(03)v99.

      *> ----------------------------------------------------------
      *> short-shift table, one entry per hours record under the
       01  dept-rollup-count            pic 9(04) comp value zero.
       01  dept-rollup-sub              pic 9(04) comp value zero.
       01  dept-rollup-table.
           05  dept-rollup-entry occurs 50 times.
               10  dept-rollup-code     pic x(02).
               10  dept-rollup-regular  pic 9(05)v99.
               10  dept-rollup-overtime pic 9(05)v99.
               10  dept-rollup-holiday  pic 9(05)v99.

      *> ----------------------------------------------------------
      *> each operator's regular hours by department, with the
      *> latest work date in that department, so the weekly excess
      *> comes out of the departments the operator actually worked
      *> ----------------------------------------------------------
       01  oper-dept-found-switch       pic x(01) value "N".
           88  oper-dept-found              value "Y".
       01  oper-dept-count              pic 9(04) comp value zero.
       01  oper-dept-sub                pic 9(04) comp value zero.
       01  oper-dept-best-sub           pic 9(04) comp value zero.
       01  oper-dept-table.
           05  oper-dept-entry occurs 2000 times.
               10  oper-dept-operator-id pic x(20).
               10  oper-dept-code       pic x(02).
               10  oper-dept-last-date  pic x(08).
               10  oper-dept-regular    pic 9(03)v99.

       procedure division.

      *> ============================================================
       0000-mainline.
           perform 1000-initialize thru 1000-exit
           perform 2000-load-holidays thru 2000-exit
           perform 2500-load-dept-changes thru 2500-exit
           perform 3000-accumulate-hours thru 3000-exit
           perform 4000-apply-weekly-rule thru 4000-exit
           perform 5000-write-pay-accum thru 5000-exit
           perform 7000-write-operator-section thru 7000-exit
           perform 7400-write-short-section thru 7400-exit
           perform 7450-write-holiday-section thru 7450-exit
           perform 7500-write-dept-rollup thru 7500-exit
           perform 7700-write-report-trailer thru 7700-exit
           perform 9900-terminate thru 9900-exit
       1110-exit.
           exit.

      *> ============================================================
      *> 2000-LOAD-HOLIDAYS - premium holidays inside the pay week;
      *> a missing calendar means no premium days
      *> ============================================================
       2000-load-holidays.
           move zero to holiday-table-count
           open input holiday-calendar-file
           if holiday-calendar-file-status = "35"
               go to 2000-exit
           end-if
           if holiday-calendar-file-status not = "00"
               display "HOLIDAY CALENDAR OPEN FAILED - STATUS "
                   holiday-calendar-file-status
               go to 2000-exit
           end-if
           move range-from-date to holiday-date
           start holiday-calendar-file key >= holiday-date
               invalid key
                   move "Y" to holiday-eof-switch
               not invalid key
                   move "N" to holiday-eof-switch
           end-start
           perform 2100-load-one-holiday thru 2100-exit
               until holiday-eof
           close holiday-calendar-file
           .
       2000-exit.
           exit.

      *> ------------------------------------------------------------
      *> 2100-LOAD-ONE-HOLIDAY - the calendar is in date order, so
      *> the first date past the pay week ends the load
      *> ------------------------------------------------------------
       2100-load-one-holiday.
           read holiday-calendar-file next
               at end
                   move "Y" to holiday-eof-switch
               not at end
                   if holiday-date > range-to-date
                       move "Y" to holiday-eof-switch
                   else
                       if holiday-premium
                           perform 2200-table-holiday thru 2200-exit
                       end-if
                   end-if
           end-read
           .
       2100-exit.
           exit.

      *> ------------------------------------------------------------
      *> 2200-TABLE-HOLIDAY
      *> ------------------------------------------------------------
       2200-table-holiday.
           if holiday-table-count >= 50
               display "HOLIDAY TABLE FULL - " holiday-date
                   " NOT PAID AT PREMIUM"
               add 1 to holiday-overflow-count
               go to 2200-exit
           end-if
           add 1 to holiday-table-count
           move holiday-date to hol-tbl-date(holiday-table-count)
           move holiday-description
               to hol-tbl-description(holiday-table-count)
           move holiday-scope-flag to hol-tbl-scope(holiday-table-count)
           move holiday-dept-list
               to hol-tbl-dept-list(holiday-table-count)
           .
       2200-exit.
           exit.

      *> ============================================================
      *> 2500-LOAD-DEPT-CHANGES - department changes journaled after
      *> the first day of the pay week; a missing journal means
      *> every day rolls up to the master's department
      *> ============================================================
       2500-load-dept-changes.
           move zero to dept-change-count
           open input operator-journal-file
           if operator-journal-file-status = "35"
               go to 2500-exit
           end-if
           if operator-journal-file-status not = "00"
               display "OPERATOR JOURNAL OPEN FAILED - STATUS "
                   operator-journal-file-status
               go to 2500-exit
           end-if
           move "N" to journal-eof-switch
           perform 2510-load-one-change thru 2510-exit
               until journal-eof
           close operator-journal-file
           .
       2500-exit.
           exit.

      *> ------------------------------------------------------------
      *> 2510-LOAD-ONE-CHANGE - only a change of department on an
      *> operator already on file matters to the rollup
      *> ------------------------------------------------------------
       2510-load-one-change.
           read operator-journal-file
               at end
                   move "Y" to journal-eof-switch
                   go to 2510-exit
           end-read
           if journal-date not > range-from-date
               or journal-add
               or journal-before-dept = journal-after-dept
               go to 2510-exit
           end-if
           if dept-change-count >= 1000
               display "DEPT CHANGE TABLE FULL - CHANGE FOR "
                   journal-operator-id " NOT APPLIED"
               add 1 to dept-change-overflow-count
               go to 2510-exit
           end-if
           add 1 to dept-change-count
           move journal-operator-id
               to dept-chg-operator-id(dept-change-count)
           move journal-date to dept-chg-date(dept-change-count)
           move journal-before-dept
               to dept-chg-before-dept(dept-change-count)
           .
       2510-exit.
           exit.

      *> ============================================================
      *> 3000-ACCUMULATE-HOURS - one pass over the daily extract,
      *> rolling each in-range record into its operator's entry
               if accum-count >= 500
                   display "ACCUM TABLE FULL - HOURS FOR "
                       hours-operator-id " DROPPED"
                   add 1 to accum-overflow-count
                   go to 3200-exit
               end-if
               add 1 to accum-count
               move zero to accum-overtime(accum-sub)
               move zero to accum-days(accum-sub)
               move zero to accum-shorts(accum-sub)
               move zero to accum-holiday(accum-sub)
               move spaces to accum-last-date(accum-sub)
           end-if

           perform 3400-join-dept-code thru 3400-exit
           if hours-work-date not < accum-last-date(accum-sub)
               move hours-work-date to accum-last-date(accum-sub)
               move work-dept-code to accum-dept-code(accum-sub)
           end-if

           perform 3600-check-premium-holiday thru 3600-exit
           if premium-holiday-day
               add hours-elapsed to accum-holiday(accum-sub)
               add 1 to holiday-shift-count
               perform 3700-note-holiday-shift thru 3700-exit
               move zero to daily-regular-hours
               move zero to daily-overtime-hours
           else
               if hours-elapsed > daily-regular-limit
                   move daily-regular-limit to daily-regular-hours
                   compute daily-overtime-hours =
                       hours-elapsed - daily-regular-limit
               else
                   move hours-elapsed to daily-regular-hours
                   move zero to daily-overtime-hours
               end-if
               add daily-regular-hours to accum-regular(accum-sub)
               add daily-overtime-hours to accum-overtime(accum-sub)
           end-if
           add 1 to accum-days(accum-sub)
           perform 3800-roll-up-work-day thru 3800-exit

           if hours-elapsed < short-shift-limit
               add 1 to accum-shorts(accum-sub)
           exit.

      *> ------------------------------------------------------------
      *> 3400-JOIN-DEPT-CODE - the operator's department on the
      *> work date into WORK-DEPT-CODE: the before-image department
      *> of the earliest department change journaled after the
      *> work date, or the master's department when nothing has
      *> changed since; an operator no longer on the master rolls
      *> up under the unknown-department code
      *> ------------------------------------------------------------
       3400-join-dept-code.
           move spaces to work-dept-code
           move high-values to dept-change-best-date
           perform 3410-scan-dept-changes thru 3410-exit
               varying dept-change-sub from 1 by 1
               until dept-change-sub > dept-change-count
           if work-dept-code not = spaces
               go to 3400-exit
           end-if
           move hours-operator-id to operator-id
           read operator-master-file
               invalid key
                   move "??" to work-dept-code
               not invalid key
                   move operator-dept-code to work-dept-code
           end-read
           .
       3400-exit.
           exit.

      *> ------------------------------------------------------------
      *> 3410-SCAN-DEPT-CHANGES - a change on the work date itself
      *> was in effect by the end of that day
      *> ------------------------------------------------------------
       3410-scan-dept-changes.
           if dept-chg-operator-id(dept-change-sub)
                   = hours-operator-id
               and dept-chg-date(dept-change-sub) > hours-work-date
               and dept-chg-date(dept-change-sub)
                   < dept-change-best-date
               move dept-chg-date(dept-change-sub)
                   to dept-change-best-date
               move dept-chg-before-dept(dept-change-sub)
                   to work-dept-code
           end-if
           .
       3410-exit.
           exit.

      *> ------------------------------------------------------------
      *> 3500-NOTE-SHORT-SHIFT - table the record for the review
      *> section
           else
               display "SHORT-SHIFT TABLE FULL - SHIFT FOR "
                   hours-operator-id " NOT LISTED"
               add 1 to short-overflow-count
           end-if
           .
       3500-exit.
           exit.

      *> ------------------------------------------------------------
      *> 3600-CHECK-PREMIUM-HOLIDAY - the work date is a premium
      *> holiday for the operator when the whole plant, or the
      *> operator's department, is closed that date; leaves
      *> HOLIDAY-TABLE-SUB pointing at the holiday
      *> ------------------------------------------------------------
       3600-check-premium-holiday.
           move "N" to premium-day-switch
           perform 3610-scan-holiday-table thru 3610-exit
               varying holiday-table-sub from 1 by 1
               until holiday-table-sub > holiday-table-count
                  or premium-holiday-day
           .
       3600-exit.
           exit.

      *> ------------------------------------------------------------
      *> 3610-SCAN-HOLIDAY-TABLE
      *> ------------------------------------------------------------
       3610-scan-holiday-table.
           if hol-tbl-date(holiday-table-sub) not = hours-work-date
               go to 3610-exit
           end-if
           if hol-tbl-plant-wide(holiday-table-sub)
               move "Y" to premium-day-switch
           else
               perform 3620-scan-closed-depts thru 3620-exit
                   varying closed-dept-sub from 1 by 1
                   until closed-dept-sub > 10
                      or premium-holiday-day
           end-if
           if premium-holiday-day
               subtract 1 from holiday-table-sub
           end-if
           .
       3610-exit.
           exit.

      *> ------------------------------------------------------------
      *> 3620-SCAN-CLOSED-DEPTS
      *> ------------------------------------------------------------
       3620-scan-closed-depts.
           if hol-tbl-dept(holiday-table-sub, closed-dept-sub)
                   = work-dept-code
               move "Y" to premium-day-switch
           end-if
           .
       3620-exit.
           exit.

      *> ------------------------------------------------------------
      *> 3700-NOTE-HOLIDAY-SHIFT - table the record for the
      *> premium-holiday section
      *> ------------------------------------------------------------
       3700-note-holiday-shift.
           if holiday-work-count < 500
               add 1 to holiday-work-count
               move hours-operator-id
                   to holwork-operator-id(holiday-work-count)
               move hours-work-date
                   to holwork-date(holiday-work-count)
               move hours-elapsed to holwork-hours(holiday-work-count)
               move hol-tbl-description(holiday-table-sub)
                   to holwork-description(holiday-work-count)
           else
               display "HOLIDAY-SHIFT TABLE FULL - SHIFT FOR "
                   hours-operator-id " NOT LISTED"
               add 1 to holiday-work-overflow-count
           end-if
           .
       3700-exit.
           exit.

      *> ------------------------------------------------------------
      *> 3800-ROLL-UP-WORK-DAY - the day's hours into the rollup of
      *> the department the operator was in on the work date
      *> ------------------------------------------------------------
       3800-roll-up-work-day.
           move work-dept-code to dept-search-code
           perform 4200-find-dept-entry thru 4200-exit
           if dept-rollup-sub = zero
               go to 3800-exit
           end-if
           add daily-regular-hours
               to dept-rollup-regular(dept-rollup-sub)
           add daily-overtime-hours
               to dept-rollup-overtime(dept-rollup-sub)
           if premium-holiday-day
               add hours-elapsed
                   to dept-rollup-holiday(dept-rollup-sub)
           end-if
           perform 3900-note-oper-dept-hours thru 3900-exit
           .
       3800-exit.
           exit.

      *> ------------------------------------------------------------
      *> 3900-NOTE-OPER-DEPT-HOURS - the day's regular hours against
      *> the operator in the work date's department
      *> ------------------------------------------------------------
       3900-note-oper-dept-hours.
           move "N" to oper-dept-found-switch
           perform 3910-scan-oper-depts thru 3910-exit
               varying oper-dept-sub from 1 by 1
               until oper-dept-sub > oper-dept-count
                  or oper-dept-found
           if not oper-dept-found
               if oper-dept-count >= 2000
                   display "OPERATOR-DEPT TABLE FULL - HOURS FOR "
                       hours-operator-id " NOT TRACKED"
                   add 1 to oper-dept-overflow-count
                   go to 3900-exit
               end-if
               add 1 to oper-dept-count
               move oper-dept-count to oper-dept-sub
               move hours-operator-id
                   to oper-dept-operator-id(oper-dept-sub)
               move work-dept-code to oper-dept-code(oper-dept-sub)
               move spaces to oper-dept-last-date(oper-dept-sub)
               move zero to oper-dept-regular(oper-dept-sub)
           end-if
           add daily-regular-hours to oper-dept-regular(oper-dept-sub)
           if hours-work-date not < oper-dept-last-date(oper-dept-sub)
               move hours-work-date
                   to oper-dept-last-date(oper-dept-sub)
           end-if
           .
       3900-exit.
           exit.

      *> ------------------------------------------------------------
      *> 3910-SCAN-OPER-DEPTS - leaves OPER-DEPT-SUB pointing at the
      *> matching entry when one is found
      *> ------------------------------------------------------------
       3910-scan-oper-depts.
           if oper-dept-operator-id(oper-dept-sub) = hours-operator-id
               and oper-dept-code(oper-dept-sub) = work-dept-code
               move "Y" to oper-dept-found-switch
               subtract 1 from oper-dept-sub
           end-if
           .
       3910-exit.
           exit.

      *> ============================================================
      *> 4000-APPLY-WEEKLY-RULE - regular hours over forty in the
      *> week move to the overtime bucket, in the operator's totals
      *> and in the department rollup
      *> ============================================================
       4000-apply-weekly-rule.
           perform 4100-settle-one-operator thru 4100-exit
               move weekly-regular-limit
                   to accum-regular(accum-sub)
               add weekly-excess-hours to accum-overtime(accum-sub)
               perform 4150-move-dept-excess thru 4150-exit
           end-if
           add accum-regular(accum-sub) to total-regular-hours
           add accum-overtime(accum-sub) to total-overtime-hours
           add accum-holiday(accum-sub) to total-holiday-hours
           if accum-overtime(accum-sub) > zero
               add 1 to overtime-operator-count
           end-if
           .
       4100-exit.
           exit.

      *> ------------------------------------------------------------
      *> 4150-MOVE-DEPT-EXCESS - the weekly excess leaves regular
      *> for overtime in the department of the operator's latest
      *> work date, then in the operator's other departments latest
      *> work date first; no department gives up more of the
      *> operator's regular hours than it was rolled
      *> ------------------------------------------------------------
       4150-move-dept-excess.
           move weekly-excess-hours to excess-left-hours
           move 1 to oper-dept-best-sub
           perform 4160-spill-to-latest-dept thru 4160-exit
               until excess-left-hours = zero
                  or oper-dept-best-sub = zero
           .
       4150-exit.
           exit.

      *> ------------------------------------------------------------
      *> 4160-SPILL-TO-LATEST-DEPT - as much of the excess as the
      *> latest department with regular hours left can take;
      *> OPER-DEPT-BEST-SUB is zero when none has any left
      *> ------------------------------------------------------------
       4160-spill-to-latest-dept.
           move zero to oper-dept-best-sub
           perform 4170-scan-latest-dept thru 4170-exit
               varying oper-dept-sub from 1 by 1
               until oper-dept-sub > oper-dept-count
           if oper-dept-best-sub = zero
               go to 4160-exit
           end-if
           if excess-left-hours
                   > oper-dept-regular(oper-dept-best-sub)
               move oper-dept-regular(oper-dept-best-sub)
                   to excess-move-hours
           else
               move excess-left-hours to excess-move-hours
           end-if
           subtract excess-move-hours
               from oper-dept-regular(oper-dept-best-sub)
           subtract excess-move-hours from excess-left-hours
           move oper-dept-code(oper-dept-best-sub)
               to dept-search-code
           perform 4200-find-dept-entry thru 4200-exit
           if dept-rollup-sub = zero
               go to 4160-exit
           end-if
           subtract excess-move-hours
               from dept-rollup-regular(dept-rollup-sub)
           add excess-move-hours
               to dept-rollup-overtime(dept-rollup-sub)
           .
       4160-exit.
           exit.

      *> ------------------------------------------------------------
      *> 4170-SCAN-LATEST-DEPT - the operator's department with
      *> regular hours left and the latest work date; a tie goes
      *> to the department carried on the accumulation record
      *> ------------------------------------------------------------
       4170-scan-latest-dept.
           if oper-dept-operator-id(oper-dept-sub)
                   not = accum-operator-id(accum-sub)
               or oper-dept-regular(oper-dept-sub) = zero
               go to 4170-exit
           end-if
           if oper-dept-best-sub = zero
               move oper-dept-sub to oper-dept-best-sub
               go to 4170-exit
           end-if
           if oper-dept-last-date(oper-dept-sub)
                   > oper-dept-last-date(oper-dept-best-sub)
               or (oper-dept-last-date(oper-dept-sub)
                   = oper-dept-last-date(oper-dept-best-sub)
                and oper-dept-code(oper-dept-sub)
                   = accum-dept-code(accum-sub))
               move oper-dept-sub to oper-dept-best-sub
           end-if
           .
       4170-exit.
           exit.

      *> ------------------------------------------------------------
               until dept-rollup-sub > dept-rollup-count
                  or dept-entry-found
           if not dept-entry-found
               if dept-rollup-count < 50
                   add 1 to dept-rollup-count
                   move dept-rollup-count to dept-rollup-sub
                   move dept-search-code
                   move zero to dept-rollup-regular(dept-rollup-sub)
                   move zero
                       to dept-rollup-overtime(dept-rollup-sub)
                   move zero
                       to dept-rollup-holiday(dept-rollup-sub)
               else
                   display "DEPARTMENT TABLE FULL - DEPT "
                       dept-search-code " NOT ROLLED UP"
                   add 1 to dept-rollup-overflow-count
                   move zero to dept-rollup-sub
               end-if
           end-if
               to pay-accum-overtime-hours
           move accum-days(accum-sub) to pay-accum-days-worked
           move accum-shorts(accum-sub) to pay-accum-short-shifts
           move accum-holiday(accum-sub) to pay-accum-holiday-hours
           write pay-accum-record
           add 1 to accum-written-count
           .
           exit.

      *> ============================================================
      *> 7450-WRITE-HOLIDAY-SECTION - shifts worked on a premium
      *> holiday, one line each, paid from the holiday bucket
      *> ============================================================
       7450-write-holiday-section.
           if holiday-work-count = zero
               go to 7450-exit
           end-if
           move spaces to payot-section-header
           move "SHIFTS WORKED ON A PREMIUM HOLIDAY"
               to payot-section-text
           write payot-section-header
           perform 7460-write-holiday-detail thru 7460-exit
               varying holiday-work-sub from 1 by 1
               until holiday-work-sub > holiday-work-count
           .
       7450-exit.
           exit.

      *> ------------------------------------------------------------
      *> 7460-WRITE-HOLIDAY-DETAIL
      *> ------------------------------------------------------------
       7460-write-holiday-detail.
           move spaces to payot-short-detail
           move holwork-operator-id(holiday-work-sub)
               to payot-short-id
           move holwork-date(holiday-work-sub) to payot-short-date
           move holwork-hours(holiday-work-sub) to payot-short-hours
           string "HOLIDAY - " delimited by size
                  holwork-description(holiday-work-sub)
                      delimited by size
               into payot-short-message
           end-string
           write payot-short-detail
           .
       7460-exit.
           exit.

      *> ============================================================
      *> 7500-WRITE-DEPT-ROLLUP - regular, overtime, and premium
      *> holiday hours by department
      *> ============================================================
       7500-write-dept-rollup.
           move spaces to payot-section-header
           move "DEPARTMENT ROLLUP - REGULAR / OVERTIME / HOLIDAY"
               to payot-section-text
           write payot-section-header
           perform 7510-write-dept-line thru 7510-exit
               to payot-dept-regular
           move dept-rollup-overtime(dept-rollup-sub)
               to payot-dept-overtime
           move dept-rollup-holiday(dept-rollup-sub)
               to payot-dept-holiday
           write payot-dept-line
           .
       7510-exit.
           move "SHORT SHIFTS FLAGGED:" to payot-trailer-tag
           move short-shift-count to payot-trailer-count
           write payot-report-trailer

           move spaces to payot-report-trailer
           move "PREMIUM HOLIDAY SHIFTS:" to payot-trailer-tag
           move holiday-shift-count to payot-trailer-count
           write payot-report-trailer

           if accum-overflow-count > zero
               move spaces to payot-report-trailer
               move "HOURS DROPPED - TABLE FULL:" to payot-trailer-tag
               move accum-overflow-count to payot-trailer-count
               write payot-report-trailer
           end-if
           if dept-rollup-overflow-count > zero
               move spaces to payot-report-trailer
               move "HOURS NOT ROLLED UP - FULL:" to payot-trailer-tag
               move dept-rollup-overflow-count to payot-trailer-count
               write payot-report-trailer
           end-if
           if dept-change-overflow-count > zero
               move spaces to payot-report-trailer
               move "DEPT CHANGES NOT APPLIED:" to payot-trailer-tag
               move dept-change-overflow-count to payot-trailer-count
               write payot-report-trailer
           end-if
           if holiday-overflow-count > zero
               move spaces to payot-report-trailer
               move "HOLIDAYS NOT AT PREMIUM:" to payot-trailer-tag
               move holiday-overflow-count to payot-trailer-count
               write payot-report-trailer
           end-if
           if short-overflow-count > zero
               move spaces to payot-report-trailer
               move "SHORT SHIFTS NOT LISTED:" to payot-trailer-tag
               move short-overflow-count to payot-trailer-count
               write payot-report-trailer
           end-if
           if holiday-work-overflow-count > zero
               move spaces to payot-report-trailer
               move "HOLIDAY SHIFTS NOT LISTED:" to payot-trailer-tag
               move holiday-work-overflow-count to payot-trailer-count
               write payot-report-trailer
           end-if
           if oper-dept-overflow-count > zero
               move spaces to payot-report-trailer
               move "OPER DEPTS NOT TRACKED - FULL:"
                   to payot-trailer-tag
               move oper-dept-overflow-count to payot-trailer-count
               write payot-report-trailer
           end-if
           .
       7700-exit.
           exit.
