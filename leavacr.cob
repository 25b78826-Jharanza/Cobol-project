      *> ------------------------------------------------------------
      *> LEAVACR
      *>
      *> Weekly leave-ledger posting.  Keeps LEAVE-BALANCE-FILE in
      *> step with what operators have earned and what they have
      *> used, so the balances live with the leave calendar instead
      *> of on a spreadsheet that never agrees with it.
      *>
      *> The run does two things.  First it accrues vacation, sick,
      *> and personal hours for every operator on the pay week's
      *> PAY-ACCUM-FILE, at a fixed rate per regular or premium-
      *> holiday hour worked.
      *> A pay week already posted to an operator is skipped, so a
      *> rerun does not accrue twice.  Second it draws down: each
      *> operator's taken hours are worked out again from the
      *> approved VAC, SIC, and PER entries on LEAVE-CALENDAR-FILE,
      *> charging the standard day for every leave day already
      *> passed on which the operator's weekly schedule has a
      *> shift, unless the plant holiday calendar has the plant, or
      *> the operator's department on the operator master, closed
      *> that date.  Taken hours are recomputed in full each run
      *> rather than added to, so a late-keyed entry or a cancel
      *> made in leave maintenance settles itself on the next run.
      *>
      *> The run date is passed on the command line as
      *> DATE=yyyymmdd and defaults to today; leave days up to the
      *> day before the run date count as passed.
      *>
      *> Modification history
      *>   2026-10-15  original program
      *>   2026-10-15  schedule and leave calendar read by operator
      *>               key instead of tabled up front
      *>   2026-10-15  hours worked on a premium holiday accrue leave
      *>               like regular hours again, now that the pay
      *>               week carries them in their own bucket
      *>   2026-10-15  a leave day the holiday calendar closes for
      *>               the plant or the operator's department is not
      *>               charged
      *> ------------------------------------------------------------
       identification division.
       program-id. LeaveAccrual.
       author. Data Center Applications.
       installation. Shift Operations.
       date-written. 2026-10-15.

       environment division.
       input-output section.
       file-control.
           select leave-balance-file assign to "LEAVBAL"
               organization is indexed
               access mode is dynamic
               record key is leave-bal-operator-id
               file status is leave-balance-file-status.

           select pay-accum-file assign to "PAYACCUM"
               organization is line sequential
               file status is pay-accum-file-status.

           select leave-calendar-file assign to "LEAVECAL"
               organization is indexed
               access mode is dynamic
               record key is leave-key
               alternate record key is leave-from-date
                   with duplicates
               file status is leave-calendar-file-status.

           select schedule-file assign to "SCHEDULE"
               organization is indexed
               access mode is dynamic
               record key is sched-key
               alternate record key is sched-day-of-week
                   with duplicates
               file status is schedule-file-status.

           select holiday-calendar-file assign to "HOLCAL"
               organization is indexed
               access mode is dynamic
               record key is holiday-date
               file status is holiday-calendar-file-status.

           select operator-master-file assign to "OPERMAST"
               organization is indexed
               access mode is dynamic
               record key is operator-id
               file status is operator-master-file-status.

           select leave-accrual-report-file assign to "LVACRRPT"
               organization is line sequential
               file status is leave-accrual-report-status.

           select run-control-file assign to "RUNCTL"
               organization is line sequential
               file status is run-control-file-status.

       data division.
       file section.
       fd  leave-balance-file.
           copy "leavbal.cpy".

       fd  pay-accum-file.
           copy "payacrec.cpy".

       fd  leave-calendar-file.
           copy "leaverec.cpy".

       fd  schedule-file.
           copy "schedrec.cpy".

       fd  holiday-calendar-file.
           copy "holcal.cpy".

       fd  operator-master-file.
           copy "opermast.cpy".

       fd  leave-accrual-report-file.
           copy "lvacrrp.cpy".

       fd  run-control-file.
           copy "runctlrc.cpy".

       working-storage section.
       01  command-line-arguments       pic x(80) value spaces.
       01  leave-balance-file-status    pic x(02) value spaces.
           88  leave-balance-ok             value "00".
       01  pay-accum-file-status        pic x(02) value spaces.
       01  leave-calendar-file-status   pic x(02) value spaces.
       01  schedule-file-status         pic x(02) value spaces.
       01  leave-accrual-report-status  pic x(02) value spaces.
       01  holiday-calendar-file-status pic x(02) value spaces.
       01  operator-master-file-status  pic x(02) value spaces.
       01  pay-accum-eof-switch         pic x(01) value "N".
           88  pay-accum-eof                value "Y".
       01  leave-eof-switch             pic x(01) value "N".
           88  leave-eof                    value "Y".
       01  schedule-eof-switch          pic x(01) value "N".
           88  schedule-eof                 value "Y".
       01  balance-eof-switch           pic x(01) value "N".
           88  balance-eof                  value "Y".
       01  new-balance-switch           pic x(01) value "N".
           88  new-balance-record           value "Y".
       01  pattern-found-switch         pic x(01) value "N".
           88  pattern-found                value "Y".
       01  schedule-missing-switch      pic x(01) value "N".
           88  schedule-file-missing        value "Y".
       01  leave-missing-switch         pic x(01) value "N".
           88  leave-calendar-missing       value "Y".
       01  holiday-missing-switch       pic x(01) value "N".
           88  holiday-calendar-missing     value "Y".
       01  master-missing-switch        pic x(01) value "N".
           88  operator-master-missing      value "Y".
       01  closed-day-switch            pic x(01) value "N".
           88  closed-day                   value "Y".
       01  run-date-yyyymmdd            pic 9(08) value zero.
       01  formatted-run-date           pic x(10) value spaces.
       01  run-date-integer             pic 9(08) comp value zero.
       01  drawn-thru-yyyymmdd          pic 9(08) value zero.
       01  drawn-thru-date              pic x(08) value spaces.
       01  pay-accum-read-count         pic 9(08) comp value zero.
       01  accrued-count                pic 9(08) comp value zero.
       01  already-accrued-count        pic 9(08) comp value zero.
       01  no-week-end-count            pic 9(08) comp value zero.
       01  new-balance-count            pic 9(08) comp value zero.
       01  balance-drawn-count          pic 9(08) comp value zero.
       01  overdrawn-count              pic 9(08) comp value zero.
       01  leave-read-count             pic 9(08) comp value zero.

      *> ----------------------------------------------------------
      *> accrual rates per regular or premium-holiday hour worked
      *> - two weeks of vacation, six days of sick, and three days
      *> of personal time a year on a forty-hour week - and the
      *> hours charged for one scheduled day of leave
      *> ----------------------------------------------------------
       01  vacation-accrual-rate        pic 9v9999 value 0.0385.
       01  sick-accrual-rate            pic 9v9999 value 0.0231.
       01  personal-accrual-rate        pic 9v9999 value 0.0115.
       01  leave-day-hours              pic 9(02) value 8.
       01  accrual-hours                pic 9(04)v99 value zero.

      *> ----------------------------------------------------------
      *> leave-day charging work fields
      *> ----------------------------------------------------------
       01  reason-sub                   pic 9(04) comp value zero.
       01  charge-from-date             pic x(08) value spaces.
       01  charge-to-date               pic x(08) value spaces.
       01  charge-date-work             pic 9(08) value zero.
       01  charge-from-integer          pic 9(08) comp value zero.
       01  charge-to-integer            pic 9(08) comp value zero.
       01  charge-day-integer           pic 9(08) comp value zero.
       01  charge-hours                 pic 9(04)v99 value zero.
       01  day-number                   pic 9(01) value zero.
       01  day-remainder-work           pic 9(08) comp value zero.
       01  day-name-sub                 pic 9(04) comp value zero.
       01  leave-dept-code              pic x(02) value spaces.
       01  closed-dept-sub              pic 9(04) comp value zero.
       01  closed-day-count             pic 9(08) comp value zero.
       01  taken-work-table.
           05  taken-work-hours occurs 3 times
                                        pic 9(04)v99.

      *> ----------------------------------------------------------
      *> the operator's weekly pattern, one flag per day SUN-SAT;
      *> an operator with no schedule lines is charged the
      *> standard monday-to-friday week
      *> ----------------------------------------------------------
       01  pattern-mask-values.
           05  pattern-mask-day occurs 7 times
                                        pic x(01).

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

       01  run-control-file-status      pic x(02) value spaces.
       01  runctl-job-name-ws           pic x(10) value "LEAVACR".
       01  runctl-status-ws             pic x(04) value "OK".
       01  runctl-stamp-date            pic 9(08) value zero.
       01  runctl-stamp-time            pic 9(08) value zero.

       procedure division.

      *> ============================================================
      *> 0000-MAINLINE
      *> ============================================================
       0000-mainline.
           perform 9500-stamp-run-start thru 9500-exit
           perform 1000-initialize thru 1000-exit
           perform 3000-accrue-pay-week thru 3000-exit
           perform 4000-draw-down-leave thru 4000-exit
           perform 7200-write-report-trailer thru 7200-exit
           perform 9600-stamp-run-end thru 9600-exit
           perform 9900-terminate thru 9900-exit
           goback.

      *> ------------------------------------------------------------
      *> 1000-INITIALIZE
      *> ------------------------------------------------------------
       1000-initialize.
           move spaces to command-line-arguments
           accept command-line-arguments from command-line
           accept run-date-yyyymmdd from date yyyymmdd
           if command-line-arguments(1:5) = "DATE="
               if command-line-arguments(6:8) is numeric
                   move command-line-arguments(6:8)
                       to run-date-yyyymmdd
               else
                   display "DATE= MUST BE YYYYMMDD - RUN ABORTED"
                   move "FAIL" to runctl-status-ws
                   perform 9600-stamp-run-end thru 9600-exit
                   goback
               end-if
           end-if
           compute run-date-integer =
               function integer-of-date(run-date-yyyymmdd)
           if run-date-integer = zero
               display "RUN DATE " run-date-yyyymmdd
                   " IS NOT A VALID CALENDAR DATE - RUN ABORTED"
               move "FAIL" to runctl-status-ws
               perform 9600-stamp-run-end thru 9600-exit
               goback
           end-if
           compute drawn-thru-yyyymmdd =
               function date-of-integer(run-date-integer - 1)
           move drawn-thru-yyyymmdd to drawn-thru-date
           perform 1100-format-run-date thru 1100-exit

           open i-o leave-balance-file
           if leave-balance-file-status = "35"
               open output leave-balance-file
               close leave-balance-file
               open i-o leave-balance-file
           end-if
           if not leave-balance-ok
               display "LEAVE BALANCE FILE OPEN FAILED - STATUS "
                   leave-balance-file-status
               move "FAIL" to runctl-status-ws
               perform 9600-stamp-run-end thru 9600-exit
               goback
           end-if

           open output leave-accrual-report-file
           if leave-accrual-report-status not = "00"
               display "ACCRUAL REPORT OPEN FAILED - STATUS "
                   leave-accrual-report-status
               close leave-balance-file
               move "FAIL" to runctl-status-ws
               perform 9600-stamp-run-end thru 9600-exit
               goback
           end-if

           perform 1300-open-schedule thru 1300-exit
           perform 1400-open-leave-calendar thru 1400-exit
           perform 1500-open-holiday-calendar thru 1500-exit
           perform 1600-open-operator-master thru 1600-exit
           perform 7100-write-report-header thru 7100-exit
           .
       1000-exit.
           exit.

      *> ------------------------------------------------------------
      *> 1100-FORMAT-RUN-DATE - MM/DD/YYYY for the report header
      *> ------------------------------------------------------------
       1100-format-run-date.
           move spaces to formatted-run-date
           move run-date-yyyymmdd(5:2) to formatted-run-date(1:2)
           move "/" to formatted-run-date(3:1)
           move run-date-yyyymmdd(7:2) to formatted-run-date(4:2)
           move "/" to formatted-run-date(6:1)
           move run-date-yyyymmdd(1:4) to formatted-run-date(7:4)
           .
       1100-exit.
           exit.

      *> ------------------------------------------------------------
      *> 1300-OPEN-SCHEDULE - with no schedule on file every
      *> operator is charged the standard week
      *> ------------------------------------------------------------
       1300-open-schedule.
           open input schedule-file
           if schedule-file-status = "35"
               move "Y" to schedule-missing-switch
               go to 1300-exit
           end-if
           if schedule-file-status not = "00"
               display "SCHEDULE FILE OPEN FAILED - STATUS "
                   schedule-file-status
               move "Y" to schedule-missing-switch
           end-if
           .
       1300-exit.
           exit.

      *> ------------------------------------------------------------
      *> 1400-OPEN-LEAVE-CALENDAR - with no calendar on file
      *> nothing is charged
      *> ------------------------------------------------------------
       1400-open-leave-calendar.
           open input leave-calendar-file
           if leave-calendar-file-status = "35"
               move "Y" to leave-missing-switch
               go to 1400-exit
           end-if
           if leave-calendar-file-status not = "00"
               display "LEAVE CALENDAR OPEN FAILED - STATUS "
                   leave-calendar-file-status
               move "Y" to leave-missing-switch
           end-if
           .
       1400-exit.
           exit.

      *> ------------------------------------------------------------
      *> 1500-OPEN-HOLIDAY-CALENDAR - a missing calendar means no
      *> closed dates
      *> ------------------------------------------------------------
       1500-open-holiday-calendar.
           open input holiday-calendar-file
           if holiday-calendar-file-status = "35"
               move "Y" to holiday-missing-switch
               go to 1500-exit
           end-if
           if holiday-calendar-file-status not = "00"
               display "HOLIDAY CALENDAR OPEN FAILED - STATUS "
                   holiday-calendar-file-status
               move "Y" to holiday-missing-switch
           end-if
           .
       1500-exit.
           exit.

      *> ------------------------------------------------------------
      *> 1600-OPEN-OPERATOR-MASTER - with no master on file only
      *> plant-wide closures are left uncharged
      *> ------------------------------------------------------------
       1600-open-operator-master.
           open input operator-master-file
           if operator-master-file-status not = "00"
               display "NO OPERATOR MASTER - DEPARTMENT CLOSURES "
                   "NOT APPLIED TO LEAVE"
               move "Y" to master-missing-switch
           end-if
           .
       1600-exit.
           exit.

      *> ============================================================
      *> 3000-ACCRUE-PAY-WEEK - one pass over the pay-week
      *> accumulation file; a missing file means no accrual this
      *> run, not a failed run
      *> ============================================================
       3000-accrue-pay-week.
           open input pay-accum-file
           if pay-accum-file-status = "35"
               display "NO PAY ACCUM FILE - NO ACCRUAL THIS RUN"
               go to 3000-exit
           end-if
           if pay-accum-file-status not = "00"
               display "PAY ACCUM FILE OPEN FAILED - STATUS "
                   pay-accum-file-status
               move "FAIL" to runctl-status-ws
               go to 3000-exit
           end-if
           move "N" to pay-accum-eof-switch
           perform 3100-read-pay-accum thru 3100-exit
               until pay-accum-eof
           close pay-accum-file
           .
       3000-exit.
           exit.

      *> ------------------------------------------------------------
      *> 3100-READ-PAY-ACCUM
      *> ------------------------------------------------------------
       3100-read-pay-accum.
           read pay-accum-file
               at end
                   move "Y" to pay-accum-eof-switch
               not at end
                   add 1 to pay-accum-read-count
                   perform 3200-accrue-one-operator thru 3200-exit
           end-read
           .
       3100-exit.
           exit.

      *> ------------------------------------------------------------
      *> 3200-ACCRUE-ONE-OPERATOR - a pay week with an open end
      *> cannot be guarded against a second posting and is not
      *> accrued; an operator with no ledger record yet gets one
      *> ------------------------------------------------------------
       3200-accrue-one-operator.
           if pay-accum-period-to is not numeric
               or pay-accum-period-to = "99999999"
               add 1 to no-week-end-count
               perform 7300-write-no-week-end thru 7300-exit
               go to 3200-exit
           end-if

           move "N" to new-balance-switch
           move pay-accum-operator-id to leave-bal-operator-id
           read leave-balance-file
               invalid key
                   perform 3250-start-balance-record thru 3250-exit
           end-read
           if not new-balance-record
               and pay-accum-period-to <= leave-bal-accrued-thru
               add 1 to already-accrued-count
               perform 7310-write-already-accrued thru 7310-exit
               go to 3200-exit
           end-if

           compute accrual-hours rounded =
               (pay-accum-regular-hours + pay-accum-holiday-hours)
               * vacation-accrual-rate
           add accrual-hours to leave-bal-accrued(1)
           compute accrual-hours rounded =
               (pay-accum-regular-hours + pay-accum-holiday-hours)
               * sick-accrual-rate
           add accrual-hours to leave-bal-accrued(2)
           compute accrual-hours rounded =
               (pay-accum-regular-hours + pay-accum-holiday-hours)
               * personal-accrual-rate
           add accrual-hours to leave-bal-accrued(3)
           perform 3300-settle-remaining thru 3300-exit
               varying reason-sub from 1 by 1
               until reason-sub > 3
           move pay-accum-period-to to leave-bal-accrued-thru

           if new-balance-record
               write leave-balance-record
               add 1 to new-balance-count
           else
               rewrite leave-balance-record
           end-if
           if leave-balance-ok
               add 1 to accrued-count
           else
               display "LEAVE BALANCE UPDATE FAILED FOR "
                   leave-bal-operator-id " - STATUS "
                   leave-balance-file-status
               move "FAIL" to runctl-status-ws
           end-if
           .
       3200-exit.
           exit.

      *> ------------------------------------------------------------
      *> 3250-START-BALANCE-RECORD - a fresh ledger record, every
      *> bucket at zero
      *> ------------------------------------------------------------
       3250-start-balance-record.
           move spaces to leave-balance-record
           move pay-accum-operator-id to leave-bal-operator-id
           move "VAC" to leave-bal-reason(1)
           move "SIC" to leave-bal-reason(2)
           move "PER" to leave-bal-reason(3)
           move zero to leave-bal-accrued(1)
                        leave-bal-accrued(2)
                        leave-bal-accrued(3)
           move zero to leave-bal-taken(1)
                        leave-bal-taken(2)
                        leave-bal-taken(3)
           move zero to leave-bal-remaining(1)
                        leave-bal-remaining(2)
                        leave-bal-remaining(3)
           move "00000000" to leave-bal-accrued-thru
           move "00000000" to leave-bal-drawn-thru
           move "Y" to new-balance-switch
           .
       3250-exit.
           exit.

      *> ------------------------------------------------------------
      *> 3300-SETTLE-REMAINING - remaining is accrued less taken
      *> ------------------------------------------------------------
       3300-settle-remaining.
           compute leave-bal-remaining(reason-sub) =
               leave-bal-accrued(reason-sub)
               - leave-bal-taken(reason-sub)
           .
       3300-exit.
           exit.

      *> ============================================================
      *> 4000-DRAW-DOWN-LEAVE - every ledger record in operator id
      *> order has its taken hours worked out again from the
      *> approved leave days already passed
      *> ============================================================
       4000-draw-down-leave.
           move low-values to leave-bal-operator-id
           start leave-balance-file key >= leave-bal-operator-id
               invalid key
                   move "Y" to balance-eof-switch
               not invalid key
                   move "N" to balance-eof-switch
           end-start
           perform 4100-draw-down-one-operator thru 4100-exit
               until balance-eof
           .
       4000-exit.
           exit.

      *> ------------------------------------------------------------
      *> 4100-DRAW-DOWN-ONE-OPERATOR
      *> ------------------------------------------------------------
       4100-draw-down-one-operator.
           read leave-balance-file next
               at end
                   move "Y" to balance-eof-switch
                   go to 4100-exit
           end-read

           perform 4200-build-pattern-mask thru 4200-exit
           perform 4250-find-operator-dept thru 4250-exit
           move zero to taken-work-hours(1)
                        taken-work-hours(2)
                        taken-work-hours(3)
           perform 4300-charge-leave-entries thru 4300-exit
           move taken-work-hours(1) to leave-bal-taken(1)
           move taken-work-hours(2) to leave-bal-taken(2)
           move taken-work-hours(3) to leave-bal-taken(3)
           perform 3300-settle-remaining thru 3300-exit
               varying reason-sub from 1 by 1
               until reason-sub > 3
           move drawn-thru-date to leave-bal-drawn-thru

           rewrite leave-balance-record
           if leave-balance-ok
               add 1 to balance-drawn-count
           else
               display "LEAVE BALANCE REWRITE FAILED FOR "
                   leave-bal-operator-id " - STATUS "
                   leave-balance-file-status
               move "FAIL" to runctl-status-ws
           end-if
           perform 4500-check-overdrawn thru 4500-exit
               varying reason-sub from 1 by 1
               until reason-sub > 3
           .
       4100-exit.
           exit.

      *> ------------------------------------------------------------
      *> 4200-BUILD-PATTERN-MASK - flag each day of the week the
      *> operator is scheduled; no lines at all means the standard
      *> monday-to-friday week
      *> ------------------------------------------------------------
       4200-build-pattern-mask.
           move all "N" to pattern-mask-values
           move "N" to pattern-found-switch
           if not schedule-file-missing
               move leave-bal-operator-id to sched-operator-id
               move low-values to sched-day-of-week
               start schedule-file key >= sched-key
                   invalid key
                       move "Y" to schedule-eof-switch
                   not invalid key
                       move "N" to schedule-eof-switch
               end-start
               perform 4210-read-schedule-line thru 4210-exit
                   until schedule-eof
           end-if
           if not pattern-found
               move "NYYYYYN" to pattern-mask-values
           end-if
           .
       4200-exit.
           exit.

      *> ------------------------------------------------------------
      *> 4210-READ-SCHEDULE-LINE - the operator's lines run
      *> together in key order; the next operator ends them
      *> ------------------------------------------------------------
       4210-read-schedule-line.
           read schedule-file next
               at end
                   move "Y" to schedule-eof-switch
                   go to 4210-exit
           end-read
           if sched-operator-id not = leave-bal-operator-id
               move "Y" to schedule-eof-switch
               go to 4210-exit
           end-if
           move "Y" to pattern-found-switch
           perform 4220-flag-pattern-day thru 4220-exit
               varying day-name-sub from 1 by 1
               until day-name-sub > 7
           .
       4210-exit.
           exit.

      *> ------------------------------------------------------------
      *> 4220-FLAG-PATTERN-DAY
      *> ------------------------------------------------------------
       4220-flag-pattern-day.
           if day-name(day-name-sub) = sched-day-of-week
               move "Y" to pattern-mask-day(day-name-sub)
           end-if
           .
       4220-exit.
           exit.

      *> ------------------------------------------------------------
      *> 4250-FIND-OPERATOR-DEPT - the department on the master
      *> for department closures; blank when it cannot be found
      *> ------------------------------------------------------------
       4250-find-operator-dept.
           move spaces to leave-dept-code
           if operator-master-missing
               go to 4250-exit
           end-if
           move leave-bal-operator-id to operator-id
           read operator-master-file
               invalid key
                   go to 4250-exit
           end-read
           move operator-dept-code to leave-dept-code
           .
       4250-exit.
           exit.

      *> ------------------------------------------------------------
      *> 4300-CHARGE-LEAVE-ENTRIES - the operator's calendar
      *> entries read by key
      *> ------------------------------------------------------------
       4300-charge-leave-entries.
           if leave-calendar-missing
               go to 4300-exit
           end-if
           move leave-bal-operator-id to leave-operator-id
           move low-values to leave-from-date
           start leave-calendar-file key >= leave-key
               invalid key
                   move "Y" to leave-eof-switch
               not invalid key
                   move "N" to leave-eof-switch
           end-start
           perform 4310-charge-leave-entry thru 4310-exit
               until leave-eof
           .
       4300-exit.
           exit.

      *> ------------------------------------------------------------
      *> 4310-CHARGE-LEAVE-ENTRY - an approved VAC, SIC, or PER
      *> entry is charged for its days up to the drawn-thru date;
      *> cancelled entries and OTH leave never touch a balance
      *> ------------------------------------------------------------
       4310-charge-leave-entry.
           read leave-calendar-file next
               at end
                   move "Y" to leave-eof-switch
                   go to 4310-exit
           end-read
           if leave-operator-id not = leave-bal-operator-id
               move "Y" to leave-eof-switch
               go to 4310-exit
           end-if
           add 1 to leave-read-count
           if not leave-approved
               go to 4310-exit
           end-if
           evaluate true
               when leave-vacation
                   move 1 to reason-sub
               when leave-sick
                   move 2 to reason-sub
               when leave-personal
                   move 3 to reason-sub
               when other
                   go to 4310-exit
           end-evaluate
           move leave-from-date to charge-from-date
           move leave-to-date to charge-to-date
           if charge-to-date > drawn-thru-date
               move drawn-thru-date to charge-to-date
           end-if
           perform 4400-count-charge-hours thru 4400-exit
           add charge-hours to taken-work-hours(reason-sub)
           .
       4310-exit.
           exit.

      *> ------------------------------------------------------------
      *> 4400-COUNT-CHARGE-HOURS - the standard day for every date
      *> from CHARGE-FROM-DATE through CHARGE-TO-DATE that falls on
      *> a scheduled day of the week
      *> ------------------------------------------------------------
       4400-count-charge-hours.
           move zero to charge-hours
           if charge-from-date is not numeric
               or charge-to-date is not numeric
               or charge-to-date < charge-from-date
               go to 4400-exit
           end-if
           move charge-from-date to charge-date-work
           compute charge-from-integer =
               function integer-of-date(charge-date-work)
           move charge-to-date to charge-date-work
           compute charge-to-integer =
               function integer-of-date(charge-date-work)
           if charge-from-integer = zero
               or charge-to-integer = zero
               go to 4400-exit
           end-if
           perform 4410-charge-one-day thru 4410-exit
               varying charge-day-integer from charge-from-integer
               by 1 until charge-day-integer > charge-to-integer
           .
       4400-exit.
           exit.

      *> ------------------------------------------------------------
      *> 4410-CHARGE-ONE-DAY - a scheduled day the plant or the
      *> operator's department is closed is not charged
      *> ------------------------------------------------------------
       4410-charge-one-day.
           divide charge-day-integer by 7
               giving day-remainder-work
               remainder day-number
           add 1 to day-number
           if pattern-mask-day(day-number) not = "Y"
               go to 4410-exit
           end-if
           perform 4420-check-closed-day thru 4420-exit
           if closed-day
               add 1 to closed-day-count
               go to 4410-exit
           end-if
           add leave-day-hours to charge-hours
           .
       4410-exit.
           exit.

      *> ------------------------------------------------------------
      *> 4420-CHECK-CLOSED-DAY - the charge date on the holiday
      *> calendar, closed plant-wide or for the operator's
      *> department
      *> ------------------------------------------------------------
       4420-check-closed-day.
           move "N" to closed-day-switch
           if holiday-calendar-missing
               go to 4420-exit
           end-if
           compute charge-date-work =
               function date-of-integer(charge-day-integer)
           move charge-date-work to holiday-date
           read holiday-calendar-file
               invalid key
                   go to 4420-exit
           end-read
           if holiday-plant-wide
               move "Y" to closed-day-switch
               go to 4420-exit
           end-if
           if leave-dept-code = spaces
               go to 4420-exit
           end-if
           perform 4430-scan-closed-depts thru 4430-exit
               varying closed-dept-sub from 1 by 1
               until closed-dept-sub > 10
                  or closed-day
           .
       4420-exit.
           exit.

      *> ------------------------------------------------------------
      *> 4430-SCAN-CLOSED-DEPTS
      *> ------------------------------------------------------------
       4430-scan-closed-depts.
           if holiday-dept-code(closed-dept-sub) = leave-dept-code
               move "Y" to closed-day-switch
           end-if
           .
       4430-exit.
           exit.

      *> ------------------------------------------------------------
      *> 4500-CHECK-OVERDRAWN - a balance below zero is listed for
      *> the supervisor
      *> ------------------------------------------------------------
       4500-check-overdrawn.
           if leave-bal-remaining(reason-sub) < zero
               add 1 to overdrawn-count
               perform 7320-write-overdrawn thru 7320-exit
           end-if
           .
       4500-exit.
           exit.

      *> ------------------------------------------------------------
      *> 7100-WRITE-REPORT-HEADER
      *> ------------------------------------------------------------
       7100-write-report-header.
           move spaces to lvacr-report-header-1
           move "LEAVE LEDGER POSTING" to lvacr-header-title
           move "RUN DATE:" to lvacr-header-date-tag
           move formatted-run-date to lvacr-header-date
           move "DRAWN THRU:" to lvacr-header-thru-tag
           move drawn-thru-date to lvacr-header-thru
           write lvacr-report-header-1
           .
       7100-exit.
           exit.

      *> ------------------------------------------------------------
      *> 7200-WRITE-REPORT-TRAILER - the run's control counts
      *> ------------------------------------------------------------
       7200-write-report-trailer.
           move spaces to lvacr-report-trailer
           move "PAY ACCUM RECORDS READ:" to lvacr-trailer-tag
           move pay-accum-read-count to lvacr-trailer-count
           write lvacr-report-trailer

           move spaces to lvacr-report-trailer
           move "OPERATORS ACCRUED:" to lvacr-trailer-tag
           move accrued-count to lvacr-trailer-count
           write lvacr-report-trailer

           move spaces to lvacr-report-trailer
           move "NEW LEDGER RECORDS:" to lvacr-trailer-tag
           move new-balance-count to lvacr-trailer-count
           write lvacr-report-trailer

           move spaces to lvacr-report-trailer
           move "WEEKS ALREADY POSTED:" to lvacr-trailer-tag
           move already-accrued-count to lvacr-trailer-count
           write lvacr-report-trailer

           move spaces to lvacr-report-trailer
           move "WEEKS WITH NO END DATE:" to lvacr-trailer-tag
           move no-week-end-count to lvacr-trailer-count
           write lvacr-report-trailer

           move spaces to lvacr-report-trailer
           move "LEAVE ENTRIES READ:" to lvacr-trailer-tag
           move leave-read-count to lvacr-trailer-count
           write lvacr-report-trailer

           move spaces to lvacr-report-trailer
           move "LEDGER RECORDS DRAWN DOWN:" to lvacr-trailer-tag
           move balance-drawn-count to lvacr-trailer-count
           write lvacr-report-trailer

           move spaces to lvacr-report-trailer
           move "BALANCES OVERDRAWN:" to lvacr-trailer-tag
           move overdrawn-count to lvacr-trailer-count
           write lvacr-report-trailer

           move spaces to lvacr-report-trailer
           move "CLOSED LEAVE DAYS NOT CHARGED:" to lvacr-trailer-tag
           move closed-day-count to lvacr-trailer-count
           write lvacr-report-trailer
           .
       7200-exit.
           exit.

      *> ------------------------------------------------------------
      *> 7300-WRITE-NO-WEEK-END - pay week carries no end date
      *> ------------------------------------------------------------
       7300-write-no-week-end.
           move spaces to lvacr-report-detail
           move pay-accum-operator-id to lvacr-detail-id
           move pay-accum-period-from to lvacr-detail-date
           move "PAY WEEK HAS NO END DATE - NOT ACCRUED"
               to lvacr-detail-message
           write lvacr-report-detail
           .
       7300-exit.
           exit.

      *> ------------------------------------------------------------
      *> 7310-WRITE-ALREADY-ACCRUED - pay week posted on an
      *> earlier run
      *> ------------------------------------------------------------
       7310-write-already-accrued.
           move spaces to lvacr-report-detail
           move pay-accum-operator-id to lvacr-detail-id
           move pay-accum-period-to to lvacr-detail-date
           move "PAY WEEK ALREADY POSTED - NOT ACCRUED"
               to lvacr-detail-message
           write lvacr-report-detail
           .
       7310-exit.
           exit.

      *> ------------------------------------------------------------
      *> 7320-WRITE-OVERDRAWN - taken hours exceed accrued hours
      *> ------------------------------------------------------------
       7320-write-overdrawn.
           move spaces to lvacr-report-detail
           move leave-bal-operator-id to lvacr-detail-id
           move drawn-thru-date to lvacr-detail-date
           string leave-bal-reason(reason-sub) delimited by size
                  " BALANCE OVERDRAWN - SUPERVISOR REVIEW"
                      delimited by size
               into lvacr-detail-message
           end-string
           write lvacr-report-detail
           .
       7320-exit.
           exit.

      *> ============================================================
      *> 9500-STAMP-RUN-START - start record on the shared
      *> run-control file for the cycle verifier; a stamp failure
      *> is reported but never stops the run
      *> ============================================================
       9500-stamp-run-start.
           open extend run-control-file
           if run-control-file-status = "35"
               open output run-control-file
           end-if
           if run-control-file-status not = "00"
               display "RUN CONTROL FILE OPEN FAILED - STATUS "
                   run-control-file-status
               go to 9500-exit
           end-if
           accept runctl-stamp-date from date yyyymmdd
           accept runctl-stamp-time from time
           move spaces to run-control-record
           move runctl-job-name-ws to runctl-job-name
           move "START" to runctl-event
           move runctl-stamp-date to runctl-date
           move runctl-stamp-time to runctl-time
           move zero to runctl-records-in
           move zero to runctl-records-out
           write run-control-record
           close run-control-file
           .
       9500-exit.
           exit.

      *> ------------------------------------------------------------
      *> 9600-STAMP-RUN-END - end record with completion status and
      *> the pay-week records read and ledger records posted
      *> ------------------------------------------------------------
       9600-stamp-run-end.
           open extend run-control-file
           if run-control-file-status = "35"
               open output run-control-file
           end-if
           if run-control-file-status not = "00"
               display "RUN CONTROL FILE OPEN FAILED - STATUS "
                   run-control-file-status
               go to 9600-exit
           end-if
           accept runctl-stamp-date from date yyyymmdd
           accept runctl-stamp-time from time
           move spaces to run-control-record
           move runctl-job-name-ws to runctl-job-name
           move "END" to runctl-event
           move runctl-stamp-date to runctl-date
           move runctl-stamp-time to runctl-time
           move runctl-status-ws to runctl-status
           move pay-accum-read-count to runctl-records-in
           move accrued-count to runctl-records-out
           write run-control-record
           close run-control-file
           .
       9600-exit.
           exit.

      *> ============================================================
      *> 9900-TERMINATE
      *> ============================================================
       9900-terminate.
           close leave-balance-file
           close leave-accrual-report-file
           if not schedule-file-missing
               close schedule-file
           end-if
           if not leave-calendar-missing
               close leave-calendar-file
           end-if
           if not holiday-calendar-missing
               close holiday-calendar-file
           end-if
           if not operator-master-missing
               close operator-master-file
           end-if
           .
       9900-exit.
           exit.
