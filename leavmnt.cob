      *> the entry cancelled rather than deleting it, the way a
      *> deactivated operator stays on the master.
      *>
      *> The calendar is indexed on operator id and from date, and
      *> each add and cancel goes straight to it by key.  An
      *> operator can hold one entry per from date; an add over a
      *> cancelled entry rewrites it, an add over an approved one
      *> is refused.
      *>
      *> VAC, SIC, and PER entries are checked against the
      *> operator's LEAVE-BALANCE-FILE record.  The hours asked for,
      *> plus the hours already booked on approved entries not yet
      *> drawn down, must fit in the remaining balance; vacation
      *> and personal leave that would overdraw are refused, sick
      *> leave is accepted with a warning.  A cancel gives back
      *> the hours already drawn for the entry's passed days.  A
      *> date the holiday calendar closes for the plant, or for the
      *> operator's department, is not counted, the same way the
      *> weekly ledger posting leaves it uncharged.
      *>
      *> Modification history
      *>   2026-09-02  original program
      *>   2026-10-15  adds are checked against the leave-balance
      *>               ledger and a cancel gives drawn hours back
      *>   2026-10-15  calendar and schedule read and written by key
      *>               on the indexed files; the calendar table and
      *>               the work-file rewrite are gone
      *>   2026-10-15  leave days the holiday calendar closes for the
      *>               plant or the operator's department are not
      *>               counted in the balance check or the give-back
      *> ------------------------------------------------------------
       identification division.
       program-id. LeaveMaint.
               file status is operator-master-file-status.

           select leave-calendar-file assign to "LEAVECAL"
               organization is indexed
               access mode is dynamic
               record key is leave-key
               alternate record key is leave-from-date
                   with duplicates
               file status is leave-calendar-file-status.

           select leave-balance-file assign to "LEAVBAL"
               organization is indexed
               access mode is dynamic
               record key is leave-bal-operator-id
               file status is leave-balance-file-status.

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

       data division.
       file section.
       fd  leave-calendar-file.
           copy "leaverec.cpy".

       fd  leave-balance-file.
           copy "leavbal.cpy".

       fd  schedule-file.
           copy "schedrec.cpy".

       fd  holiday-calendar-file.
           copy "holcal.cpy".

       working-storage section.
       01  operator-master-file-status  pic x(02) value spaces.
           88  operator-master-ok           value "00".
       01  leave-calendar-file-status   pic x(02) value spaces.
           88  leave-calendar-ok            value "00".
       01  leave-eof-switch             pic x(01) value "N".
           88  leave-eof                    value "Y".
       01  maintenance-done-switch      pic x(01) value "N".
           88  maintenance-done             value "Y".
       01  entry-on-file-switch         pic x(01) value "N".
           88  entry-on-file                value "Y".
       01  menu-choice                  pic x(01) value space.
       01  maint-operator-id            pic x(20) value spaces.
       01  maint-from-date              pic x(08) value spaces.
       01  date-check-field             pic x(08) value spaces.
       01  date-check-work              pic 9(08) value zero.
       01  date-check-integer           pic 9(08) comp value zero.
       01  leave-balance-file-status    pic x(02) value spaces.
           88  leave-balance-ok             value "00".
       01  schedule-file-status         pic x(02) value spaces.
       01  schedule-eof-switch          pic x(01) value "N".
           88  schedule-eof                 value "Y".
       01  schedule-missing-switch      pic x(01) value "N".
           88  schedule-file-missing        value "Y".
       01  balance-missing-switch       pic x(01) value "N".
           88  balance-file-missing         value "Y".
       01  balance-on-file-switch       pic x(01) value "N".
           88  balance-on-file              value "Y".
       01  balance-refused-switch       pic x(01) value "N".
           88  balance-refused              value "Y".
       01  pattern-found-switch         pic x(01) value "N".
           88  pattern-found                value "Y".
       01  holiday-calendar-file-status pic x(02) value spaces.
       01  holiday-missing-switch       pic x(01) value "N".
           88  holiday-calendar-missing     value "Y".
       01  closed-day-switch            pic x(01) value "N".
           88  closed-day                   value "Y".

      *> ----------------------------------------------------------
      *> leave-balance check work fields; a leave day is charged
      *> the standard day on each day of the week the operator's
      *> weekly schedule has a shift and the holiday calendar does
      *> not close for the plant or the operator's department, the
      *> same way the weekly ledger posting charges it
      *> ----------------------------------------------------------
       01  leave-day-hours              pic 9(02) value 8.
       01  reason-sub                   pic 9(04) comp value zero.
       01  charge-from-date             pic x(08) value spaces.
       01  charge-to-date               pic x(08) value spaces.
       01  charge-date-work             pic 9(08) value zero.
       01  charge-from-integer          pic 9(08) comp value zero.
       01  charge-to-integer            pic 9(08) comp value zero.
       01  charge-day-integer           pic 9(08) comp value zero.
       01  charge-hours                 pic 9(04)v99 value zero.
       01  requested-hours              pic 9(04)v99 value zero.
       01  booked-hours                 pic 9(04)v99 value zero.
       01  available-hours              pic s9(04)v99 value zero.
       01  short-hours                  pic 9(04)v99 value zero.
       01  hours-display                pic -,--9.99.
       01  drawn-thru-date              pic x(08) value spaces.
       01  booked-from-integer          pic 9(08) comp value zero.
       01  booked-from-yyyymmdd         pic 9(08) value zero.
       01  day-number                   pic 9(01) value zero.
       01  day-remainder-work           pic 9(08) comp value zero.
       01  day-name-sub                 pic 9(04) comp value zero.
       01  leave-dept-code              pic x(02) value spaces.
       01  closed-dept-sub              pic 9(04) comp value zero.
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

       procedure division.

       0000-mainline.
           perform 1000-initialize thru 1000-exit
           perform 8000-maintenance-menu thru 8000-exit
           perform 9900-terminate thru 9900-exit
           goback.

      *> ------------------------------------------------------------
      *> 1000-INITIALIZE - open the master, the ledger, and the
      *> calendar; the calendar is created empty the first time,
      *> and with no schedule on file the standard week is charged;
      *> a missing holiday calendar means no closed dates
      *> ------------------------------------------------------------
       1000-initialize.
           open input operator-master-file
               goback
           end-if

           open i-o leave-balance-file
           if leave-balance-file-status = "35"
               display "NO LEAVE BALANCE FILE - BALANCES NOT CHECKED"
               move "Y" to balance-missing-switch
           else
               if not leave-balance-ok
                   display "LEAVE BALANCE FILE OPEN FAILED - STATUS "
                       leave-balance-file-status
                   close operator-master-file
                   goback
               end-if
           end-if

           open i-o leave-calendar-file
           if leave-calendar-file-status = "35"
               display "NO LEAVE CALENDAR ON FILE - STARTING EMPTY"
               open output leave-calendar-file
               close leave-calendar-file
               open i-o leave-calendar-file
           end-if
           if not leave-calendar-ok
               display "LEAVE CALENDAR OPEN FAILED - STATUS "
                   leave-calendar-file-status
               close operator-master-file
               if not balance-file-missing
                   close leave-balance-file
               end-if
               goback
           end-if

           open input schedule-file
           if schedule-file-status not = "00"
               move "Y" to schedule-missing-switch
           end-if

           open input holiday-calendar-file
           if holiday-calendar-file-status = "35"
               move "Y" to holiday-missing-switch
           else
               if holiday-calendar-file-status not = "00"
                   display "HOLIDAY CALENDAR OPEN FAILED - STATUS "
                       holiday-calendar-file-status
                   move "Y" to holiday-missing-switch
               end-if
           end-if
           .
       1000-exit.
           exit.

      *> ============================================================
               go to 8020-exit
           end-if

           move "N" to entry-on-file-switch
           move maint-operator-id to leave-operator-id
           move maint-from-date to leave-from-date
           read leave-calendar-file
               invalid key
                   continue
               not invalid key
                   if leave-approved
                       display "APPROVED ENTRY ALREADY ON FILE FOR "
                           "THAT FROM DATE - ENTRY REJECTED"
                       go to 8020-exit
                   end-if
                   move "Y" to entry-on-file-switch
           end-read

           perform 8060-check-balance thru 8060-exit
           if balance-refused
               go to 8020-exit
           end-if

           move spaces to leave-calendar-record
           move maint-operator-id to leave-operator-id
           move maint-from-date to leave-from-date
           move maint-to-date to leave-to-date
           move maint-reason-code to leave-reason-code
           move "A" to leave-status-flag
           if entry-on-file
               rewrite leave-calendar-record
           else
               write leave-calendar-record
           end-if
           if leave-calendar-ok
               display "LEAVE ENTRY ADDED"
           else
               display "ADD FAILED - STATUS "
                   leave-calendar-file-status
           end-if
           .
       8020-exit.
           exit.
           exit.

      *> ------------------------------------------------------------
      *> 8030-CANCEL-LEAVE-ENTRY - read on operator id and from
      *> date; the entry stays on file marked cancelled
      *> ------------------------------------------------------------
       8030-cancel-leave-entry.
           accept maint-operator-id
           display "LEAVE FROM DATE (YYYYMMDD): "
           accept maint-from-date
           move maint-operator-id to leave-operator-id
           move maint-from-date to leave-from-date
           read leave-calendar-file
               invalid key
                   move "C" to leave-status-flag
           end-read
           if not leave-approved
               display "NO APPROVED LEAVE ENTRY FOUND FOR THAT "
                   "OPERATOR AND FROM DATE"
               go to 8030-exit
           end-if
           move "C" to leave-status-flag
           rewrite leave-calendar-record
           if not leave-calendar-ok
               display "CANCEL FAILED - STATUS "
                   leave-calendar-file-status
               go to 8030-exit
           end-if
           display "LEAVE ENTRY CANCELLED"
           perform 8080-restore-balance thru 8080-exit
           .
       8030-exit.
           exit.

      *> ------------------------------------------------------------
      *> 8060-CHECK-BALANCE - the hours asked for plus the hours
      *> already booked and not yet drawn must fit in the remaining
      *> balance; VAC and PER that would overdraw are refused, SIC
      *> is let through with a warning.  OTH is not banked.
      *> ------------------------------------------------------------
       8060-check-balance.
           move "N" to balance-refused-switch
           if balance-file-missing
               go to 8060-exit
           end-if
           evaluate maint-reason-code
               when "VAC"
                   move 1 to reason-sub
               when "SIC"
                   move 2 to reason-sub
               when "PER"
                   move 3 to reason-sub
               when other
                   go to 8060-exit
           end-evaluate

           perform 8065-read-balance thru 8065-exit
           perform 8070-build-pattern-mask thru 8070-exit
           perform 8078-find-operator-dept thru 8078-exit

           move maint-from-date to charge-from-date
           move maint-to-date to charge-to-date
           perform 8090-count-charge-hours thru 8090-exit
           move charge-hours to requested-hours

           move zero to booked-hours
           perform 8075-add-booked-hours thru 8075-exit

           if balance-on-file
               compute available-hours =
                   leave-bal-remaining(reason-sub) - booked-hours
           else
               compute available-hours = zero - booked-hours
           end-if
           move requested-hours to hours-display
           display "HOURS REQUESTED: " hours-display
           move available-hours to hours-display
           display "HOURS AVAILABLE: " hours-display

           if requested-hours > available-hours
               compute short-hours = requested-hours - available-hours
               move short-hours to hours-display
               if maint-reason-code = "SIC"
                   display "WARNING - SICK LEAVE OVERDRAWS BALANCE BY "
                       hours-display " HOURS"
               else
                   display "BALANCE SHORT BY " hours-display
                       " HOURS - ENTRY REJECTED"
                   move "Y" to balance-refused-switch
               end-if
           end-if
           .
       8060-exit.
           exit.

      *> ------------------------------------------------------------
      *> 8065-READ-BALANCE - an operator with no ledger record yet
      *> has nothing banked and nothing drawn
      *> ------------------------------------------------------------
       8065-read-balance.
           move maint-operator-id to leave-bal-operator-id
           read leave-balance-file
               invalid key
                   move "N" to balance-on-file-switch
                   move "00000000" to drawn-thru-date
               not invalid key
                   move "Y" to balance-on-file-switch
                   move leave-bal-drawn-thru to drawn-thru-date
           end-read
           .
       8065-exit.
           exit.

      *> ------------------------------------------------------------
      *> 8070-BUILD-PATTERN-MASK - flag each day of the week the
      *> operator is scheduled; no lines at all means the standard
      *> monday-to-friday week
      *> ------------------------------------------------------------
       8070-build-pattern-mask.
           move all "N" to pattern-mask-values
           move "N" to pattern-found-switch
           if not schedule-file-missing
               move maint-operator-id to sched-operator-id
               move low-values to sched-day-of-week
               start schedule-file key >= sched-key
                   invalid key
                       move "Y" to schedule-eof-switch
                   not invalid key
                       move "N" to schedule-eof-switch
               end-start
               perform 8072-read-schedule-line thru 8072-exit
                   until schedule-eof
           end-if
           if not pattern-found
               move "NYYYYYN" to pattern-mask-values
           end-if
           .
       8070-exit.
           exit.

      *> ------------------------------------------------------------
      *> 8072-READ-SCHEDULE-LINE - the operator's lines run
      *> together in key order; the next operator ends them
      *> ------------------------------------------------------------
       8072-read-schedule-line.
           read schedule-file next
               at end
                   move "Y" to schedule-eof-switch
                   go to 8072-exit
           end-read
           if sched-operator-id not = maint-operator-id
               move "Y" to schedule-eof-switch
               go to 8072-exit
           end-if
           move "Y" to pattern-found-switch
           perform 8074-flag-pattern-day thru 8074-exit
               varying day-name-sub from 1 by 1
               until day-name-sub > 7
           .
       8072-exit.
           exit.

      *> ------------------------------------------------------------
      *> 8074-FLAG-PATTERN-DAY
      *> ------------------------------------------------------------
       8074-flag-pattern-day.
           if day-name(day-name-sub) = sched-day-of-week
               move "Y" to pattern-mask-day(day-name-sub)
           end-if
           .
       8074-exit.
           exit.

      *> ------------------------------------------------------------
      *> 8075-ADD-BOOKED-HOURS - the operator's calendar entries
      *> read by key
      *> ------------------------------------------------------------
       8075-add-booked-hours.
           move maint-operator-id to leave-operator-id
           move low-values to leave-from-date
           start leave-calendar-file key >= leave-key
               invalid key
                   move "Y" to leave-eof-switch
               not invalid key
                   move "N" to leave-eof-switch
           end-start
           perform 8076-add-one-booked-entry thru 8076-exit
               until leave-eof
           .
       8075-exit.
           exit.

      *> ------------------------------------------------------------
      *> 8076-ADD-ONE-BOOKED-ENTRY - an approved entry for the same
      *> operator and reason is booked for its days after the
      *> ledger's drawn-thru date
      *> ------------------------------------------------------------
       8076-add-one-booked-entry.
           read leave-calendar-file next
               at end
                   move "Y" to leave-eof-switch
                   go to 8076-exit
           end-read
           if leave-operator-id not = maint-operator-id
               move "Y" to leave-eof-switch
               go to 8076-exit
           end-if
           if leave-reason-code not = maint-reason-code
               or not leave-approved
               go to 8076-exit
           end-if
           move leave-from-date to charge-from-date
           move leave-to-date to charge-to-date
           if charge-from-date <= drawn-thru-date
               and drawn-thru-date is numeric
               move drawn-thru-date to charge-date-work
               compute booked-from-integer =
                   function integer-of-date(charge-date-work) + 1
               compute booked-from-yyyymmdd =
                   function date-of-integer(booked-from-integer)
               move booked-from-yyyymmdd to charge-from-date
           end-if
           perform 8090-count-charge-hours thru 8090-exit
           add charge-hours to booked-hours
           .
       8076-exit.
           exit.

      *> ------------------------------------------------------------
      *> 8078-FIND-OPERATOR-DEPT - the department on the master
      *> for department closures; blank when it cannot be found
      *> ------------------------------------------------------------
       8078-find-operator-dept.
           move spaces to leave-dept-code
           move maint-operator-id to operator-id
           read operator-master-file
               invalid key
                   go to 8078-exit
           end-read
           move operator-dept-code to leave-dept-code
           .
       8078-exit.
           exit.

      *> ------------------------------------------------------------
      *> 8080-RESTORE-BALANCE - the cancelled entry's days already
      *> drawn down go back to the balance now; the weekly ledger
      *> posting works taken hours out afresh and agrees with it
      *> ------------------------------------------------------------
       8080-restore-balance.
           if balance-file-missing
               go to 8080-exit
           end-if
           evaluate leave-reason-code
               when "VAC"
                   move 1 to reason-sub
               when "SIC"
                   move 2 to reason-sub
               when "PER"
                   move 3 to reason-sub
               when other
                   go to 8080-exit
           end-evaluate
           perform 8065-read-balance thru 8065-exit
           if not balance-on-file
               go to 8080-exit
           end-if
           perform 8070-build-pattern-mask thru 8070-exit
           perform 8078-find-operator-dept thru 8078-exit
           move leave-from-date to charge-from-date
           move leave-to-date to charge-to-date
           if charge-to-date > drawn-thru-date
               move drawn-thru-date to charge-to-date
           end-if
           perform 8090-count-charge-hours thru 8090-exit
           if charge-hours = zero
               go to 8080-exit
           end-if
           if charge-hours > leave-bal-taken(reason-sub)
               move leave-bal-taken(reason-sub) to charge-hours
           end-if
           subtract charge-hours from leave-bal-taken(reason-sub)
           compute leave-bal-remaining(reason-sub) =
               leave-bal-accrued(reason-sub)
               - leave-bal-taken(reason-sub)
           rewrite leave-balance-record
           if leave-balance-ok
               move charge-hours to hours-display
               display hours-display " HOURS RETURNED TO "
                   leave-bal-reason(reason-sub) " BALANCE"
           else
               display "LEAVE BALANCE REWRITE FAILED - STATUS "
                   leave-balance-file-status
           end-if
           .
       8080-exit.
           exit.

      *> ------------------------------------------------------------
      *> 8090-COUNT-CHARGE-HOURS - the standard day for every date
      *> from CHARGE-FROM-DATE through CHARGE-TO-DATE that falls on
      *> a scheduled day of the week
      *> ------------------------------------------------------------
       8090-count-charge-hours.
           move zero to charge-hours
           if charge-from-date is not numeric
               or charge-to-date is not numeric
               or charge-to-date < charge-from-date
               go to 8090-exit
           end-if
           move charge-from-date to charge-date-work
           compute charge-from-integer =
               function integer-of-date(charge-date-work)
           move charge-to-date to charge-date-work
           compute charge-to-integer =
               function integer-of-date(charge-date-work)
           if charge-from-integer = zero
               or charge-to-integer = zero
               go to 8090-exit
           end-if
           perform 8095-charge-one-day thru 8095-exit
               varying charge-day-integer from charge-from-integer
               by 1 until charge-day-integer > charge-to-integer
           .
       8090-exit.
           exit.

      *> ------------------------------------------------------------
      *> 8095-CHARGE-ONE-DAY - a scheduled day the plant or the
      *> operator's department is closed is not charged
      *> ------------------------------------------------------------
       8095-charge-one-day.
           divide charge-day-integer by 7
               giving day-remainder-work
               remainder day-number
           add 1 to day-number
           if pattern-mask-day(day-number) not = "Y"
               go to 8095-exit
           end-if
           perform 8096-check-closed-day thru 8096-exit
           if closed-day
               go to 8095-exit
           end-if
           add leave-day-hours to charge-hours
           .
       8095-exit.
           exit.

      *> ------------------------------------------------------------
      *> 8096-CHECK-CLOSED-DAY - the charge date on the holiday
      *> calendar, closed plant-wide or for the operator's
      *> department
      *> ------------------------------------------------------------
       8096-check-closed-day.
           move "N" to closed-day-switch
           if holiday-calendar-missing
               go to 8096-exit
           end-if
           compute charge-date-work =
               function date-of-integer(charge-day-integer)
           move charge-date-work to holiday-date
           read holiday-calendar-file
               invalid key
                   go to 8096-exit
           end-read
           if holiday-plant-wide
               move "Y" to closed-day-switch
               go to 8096-exit
           end-if
           if leave-dept-code = spaces
               go to 8096-exit
           end-if
           perform 8097-scan-closed-depts thru 8097-exit
               varying closed-dept-sub from 1 by 1
               until closed-dept-sub > 10
                  or closed-day
           .
       8096-exit.
           exit.

      *> ------------------------------------------------------------
      *> 8097-SCAN-CLOSED-DEPTS
      *> ------------------------------------------------------------
       8097-scan-closed-depts.
           if holiday-dept-code(closed-dept-sub) = leave-dept-code
               move "Y" to closed-day-switch
           end-if
           .
       8097-exit.
           exit.

      *> ============================================================
      *> ============================================================
       9900-terminate.
           close operator-master-file
           close leave-calendar-file
           if not schedule-file-missing
               close schedule-file
           end-if
           if not balance-file-missing
               close leave-balance-file
           end-if
           if not holiday-calendar-missing
               close holiday-calendar-file
           end-if
           .
       9900-exit.
           exit.
