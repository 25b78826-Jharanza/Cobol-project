      *> check walks every department-shift-day combination for the
      *> departments on file and reports any scheduled below the
      *> minimum headcount - including those with nobody at all -
      *> so a short-staffed night shift shows up here and not in a
      *> thin roster.
      *>
      *> The schedule is indexed on operator id and day of week, and
      *> each add, change, and delete goes straight to it by key, so
      *> an operator can never be scheduled twice for one day.  The
      *> coverage checks read a day's lines through the day-of-week
      *> alternate key.
      *>
      *> Dated exceptions to the weekly pattern - an extra shift or
      *> a one-time move, a dropped shift, or two operators trading
      *> shifts for one calendar date - are kept on
      *> SCHEDULE-OVERRIDE-FILE and maintained here.  Both operators
      *> are validated against the master, and an operator may
      *> appear in only one override for a date, so an override
      *> can never book anybody twice.  The dated coverage check
      *> applies the date's overrides to the pattern for its day
      *> of week before counting heads.
      *>
      *> Modification history
      *>   2026-09-02  original program
      *>   2026-09-02  the coverage walk's department list loads
      *>               from DEPT-MASTER-FILE instead of a
      *>               hard-coded code list
      *>   2026-10-15  dated schedule overrides (add, drop, or swap
      *>               a shift for one calendar date) maintained
      *>               here, and a coverage check for one date with
      *>               its overrides applied
      *>   2026-10-15  schedule maintained by key on the indexed
      *>               file; the schedule table and work-file rewrite
      *>               are gone, the weekly coverage check reads one
      *>               day at a time, and lines or departments left
      *>               out when a table fills are counted on the
      *>               report
      *> ------------------------------------------------------------
       identification division.
       program-id. SchedMaint.
               file status is operator-master-file-status.

           select schedule-file assign to "SCHEDULE"
               organization is indexed
               access mode is dynamic
               record key is sched-key
               alternate record key is sched-day-of-week
                   with duplicates
               file status is schedule-file-status.

           select schcov-report-file assign to "SCHCVRPT"
               organization is line sequential
               file status is schcov-report-file-status.
               record key is dept-code
               file status is dept-master-file-status.

           select schedule-override-file assign to "SCHEDOVR"
               organization is indexed
               access mode is dynamic
               record key is override-key
               file status is schedule-override-file-status.

       data division.
       file section.
       fd  operator-master-file.
       fd  schedule-file.
           copy "schedrec.cpy".

       fd  schcov-report-file.
           copy "schcvrp.cpy".

       fd  dept-master-file.
           copy "deptmast.cpy".

       fd  schedule-override-file.
           copy "schovrd.cpy".

       working-storage section.
       01  operator-master-file-status  pic x(02) value spaces.
           88  operator-master-ok           value "00".
       01  schedule-file-status         pic x(02) value spaces.
           88  schedule-file-ok             value "00".
       01  schcov-report-file-status    pic x(02) value spaces.
       01  schedule-eof-switch          pic x(01) value "N".
           88  schedule-eof                 value "Y".
       01  maintenance-done-switch      pic x(01) value "N".
           88  maintenance-done             value "Y".
       01  line-found-switch            pic x(01) value "N".
           88  schedule-line-found          value "Y".
       01  entry-valid-switch           pic x(01) value "N".
       01  coverage-head-count          pic 9(04) comp value zero.
       01  short-combo-count            pic 9(08) comp value zero.
       01  double-booked-count          pic 9(08) comp value zero.
       01  sched-lines-checked-count    pic 9(08) comp value zero.
       01  cover-not-counted-count      pic 9(08) comp value zero.
       01  dept-not-checked-count       pic 9(08) comp value zero.

      *> ----------------------------------------------------------
      *> dated schedule overrides; the override entered or removed
      *> is built up here, and an operator's existing override for
      *> the date is found by a keyed walk of the date's records
      *> ----------------------------------------------------------
       01  schedule-override-file-status pic x(02) value spaces.
           88  schedule-override-ok         value "00".
       01  override-file-switch         pic x(01) value "N".
           88  override-file-open           value "Y".
       01  override-eof-switch          pic x(01) value "N".
           88  override-eof                 value "Y".
       01  override-found-switch        pic x(01) value "N".
           88  date-override-found          value "Y".
       01  maint-override-date          pic x(08) value spaces.
       01  maint-override-type          pic x(04) value spaces.
           88  maint-type-add               value "ADD".
           88  maint-type-drop              value "DROP".
           88  maint-type-swap              value "SWAP".
           88  maint-type-valid             value "ADD" "DROP"
                                                  "SWAP".
       01  maint-partner-id             pic x(20) value spaces.
       01  maint-from-shift             pic x(01) value space.
       01  maint-partner-from           pic x(01) value space.
       01  maint-partner-shift          pic x(01) value space.
       01  override-search-id           pic x(20) value spaces.
       01  override-found-id            pic x(20) value spaces.
       01  override-hold-id             pic x(20) value spaces.
       01  override-applied-count       pic 9(08) comp value zero.
       01  date-check-work              pic 9(08) value zero.
       01  date-check-integer           pic 9(08) comp value zero.
       01  day-remainder-work           pic 9(08) comp value zero.
       01  formatted-cover-date         pic x(10) value spaces.

      *> ----------------------------------------------------------
      *> one day's working schedule for the coverage checks: the
      *> pattern lines for the day of week, with the date's
      *> overrides applied for the dated check
      *> ----------------------------------------------------------
       01  cover-table-count            pic 9(04) comp value zero.
       01  cover-table-sub              pic 9(04) comp value zero.
       01  cover-scan-sub               pic 9(04) comp value zero.
       01  cover-found-switch           pic x(01) value "N".
           88  cover-entry-found            value "Y".
       01  cover-add-id                 pic x(20) value spaces.
       01  cover-add-shift              pic x(01) value space.
       01  cover-table.
           05  cover-table-entry occurs 500 times.
               10  cover-tbl-id         pic x(20).
               10  cover-tbl-shift      pic x(01).
               10  cover-tbl-dept       pic x(02).

      *> ----------------------------------------------------------
      *> day-of-week name table for validation and the coverage
       0000-mainline.
           perform 1000-initialize thru 1000-exit
           perform 8000-maintenance-menu thru 8000-exit
           perform 9900-terminate thru 9900-exit
           goback.

      *> ------------------------------------------------------------
      *> 1000-INITIALIZE - open the master and the schedule; the
      *> schedule is created empty the first time
      *> ------------------------------------------------------------
       1000-initialize.
           accept current-date-yyyymmdd from date yyyymmdd
               goback
           end-if
           perform 1300-load-dept-master thru 1300-exit
           perform 1400-open-override-file thru 1400-exit

           open i-o schedule-file
           if schedule-file-status = "35"
               display "NO SCHEDULE ON FILE - STARTING EMPTY"
               open output schedule-file
               close schedule-file
               open i-o schedule-file
           end-if
           if not schedule-file-ok
               display "SCHEDULE FILE OPEN FAILED - STATUS "
                   schedule-file-status
               close operator-master-file
               if override-file-open
                   close schedule-override-file
               end-if
               goback
           end-if
           .
       1000-exit.
           exit.
       1100-exit.
           exit.

      *> ------------------------------------------------------------
      *> 1300-LOAD-DEPT-MASTER - active department codes for the
      *> coverage walk; with no department master on file the walk
                       else
                           display "DEPT LIST FULL - DEPT "
                               dept-code " NOT CHECKED"
                           add 1 to dept-not-checked-count
                       end-if
                   end-if
           end-read
       1310-exit.
           exit.

      *> ------------------------------------------------------------
      *> 1400-OPEN-OVERRIDE-FILE - the override file is created
      *> empty the first time; when it cannot be opened the weekly
      *> schedule can still be maintained, but not the overrides
      *> ------------------------------------------------------------
       1400-open-override-file.
           open i-o schedule-override-file
           if schedule-override-file-status = "35"
               open output schedule-override-file
               close schedule-override-file
               open i-o schedule-override-file
           end-if
           if not schedule-override-ok
               display "SCHEDULE OVERRIDE FILE OPEN FAILED - STATUS "
                   schedule-override-file-status
               go to 1400-exit
           end-if
           move "Y" to override-file-switch
           .
       1400-exit.
           exit.

      *> ============================================================
      *> 8000-MAINTENANCE-MENU - add/change/delete schedule lines
      *> and dated overrides, plus the coverage checks
      *> ============================================================
       8000-maintenance-menu.
           move "N" to maintenance-done-switch
           display "2 - CHANGE SCHEDULE LINE"
           display "3 - DELETE SCHEDULE LINE"
           display "4 - COVERAGE CHECK"
           display "5 - ADD SCHEDULE OVERRIDE FOR A DATE"
           display "6 - REMOVE SCHEDULE OVERRIDE FOR A DATE"
           display "7 - COVERAGE CHECK FOR A DATE"
           display "8 - EXIT MAINTENANCE"
           display "ENTER CHOICE: "
           accept menu-choice
           if (menu-choice = "5" or "6" or "7")
               and not override-file-open
               display "SCHEDULE OVERRIDE FILE NOT AVAILABLE"
               go to 8010-exit
           end-if
           evaluate menu-choice
               when "1"
                   perform 8020-add-schedule-line thru 8020-exit
               when "4"
                   perform 8500-coverage-check thru 8500-exit
               when "5"
                   perform 8300-add-override thru 8300-exit
               when "6"
                   perform 8370-remove-override thru 8370-exit
               when "7"
                   perform 8600-dated-coverage-check thru 8600-exit
               when "8"
                   move "Y" to maintenance-done-switch
               when other
                   display "INVALID CHOICE - TRY AGAIN"
                   maint-day-of-week " - LINE REJECTED"
               go to 8020-exit
           end-if
           move spaces to schedule-record
           move maint-operator-id to sched-operator-id
           move maint-day-of-week to sched-day-of-week
           move maint-shift-code to sched-shift-code
           write schedule-record
           if schedule-file-ok
               display "SCHEDULE LINE ADDED"
           else
               display "ADD FAILED - STATUS " schedule-file-status
           end-if
           .
       8020-exit.
           exit.
                   "DAY - NOTHING CHANGED"
               go to 8030-exit
           end-if
           move maint-shift-code to sched-shift-code
           rewrite schedule-record
           if schedule-file-ok
               display "SCHEDULE LINE CHANGED"
           else
               display "CHANGE FAILED - STATUS " schedule-file-status
           end-if
           .
       8030-exit.
           exit.

      *> ------------------------------------------------------------
      *> 8040-DELETE-SCHEDULE-LINE - matched on operator id and
      *> day
      *> ------------------------------------------------------------
       8040-delete-schedule-line.
           display "OPERATOR ID: "
                   "DAY - NOTHING DELETED"
               go to 8040-exit
           end-if
           delete schedule-file record
           if schedule-file-ok
               display "SCHEDULE LINE DELETED"
           else
               display "DELETE FAILED - STATUS " schedule-file-status
           end-if
           .
       8040-exit.
           exit.
           exit.

      *> ------------------------------------------------------------
      *> 8200-FIND-SCHEDULE-LINE - read on operator id and day; the
      *> line is left in the record area when one is found
      *> ------------------------------------------------------------
       8200-find-schedule-line.
           move "N" to line-found-switch
           move maint-operator-id to sched-operator-id
           move maint-day-of-week to sched-day-of-week
           read schedule-file
               invalid key
                   go to 8200-exit
           end-read
           move "Y" to line-found-switch
           .
       8200-exit.
           exit.

      *> ============================================================
      *> 8300-ADD-OVERRIDE - one dated exception to the weekly
      *> pattern: ADD a shift (or move the operator to another
      *> shift), DROP the pattern shift, or SWAP shifts with a
      *> partner.  The operators' pattern shifts for the date's day
      *> of week are read from the schedule
      *> ============================================================
       8300-add-override.
           perform 8310-accept-override-date thru 8310-exit
           if not entry-valid
               go to 8300-exit
           end-if
           if date-check-work < current-date-yyyymmdd
               display "OVERRIDE DATE HAS PASSED - OVERRIDE REJECTED"
               go to 8300-exit
           end-if
           display "OVERRIDE TYPE (ADD/DROP/SWAP): "
           accept maint-override-type
           if not maint-type-valid
               display "TYPE MUST BE ADD, DROP, OR SWAP - OVERRIDE "
                   "REJECTED"
               go to 8300-exit
           end-if
           display "OPERATOR ID: "
           accept maint-operator-id
           move maint-operator-id to override-search-id
           perform 8320-check-override-operator thru 8320-exit
           if not entry-valid
               go to 8300-exit
           end-if
           perform 8200-find-schedule-line thru 8200-exit
           if schedule-line-found
               move sched-shift-code to maint-from-shift
           else
               move space to maint-from-shift
           end-if
           move spaces to maint-partner-id
           move space to maint-partner-from
           move space to maint-partner-shift
           evaluate true
               when maint-type-add
                   perform 8330-complete-add thru 8330-exit
               when maint-type-drop
                   perform 8340-complete-drop thru 8340-exit
               when other
                   perform 8360-complete-swap thru 8360-exit
           end-evaluate
           if not entry-valid
               go to 8300-exit
           end-if

           move spaces to schedule-override-record
           move maint-override-date to override-date
           move maint-operator-id to override-operator-id
           move maint-override-type to override-type
           move maint-from-shift to override-from-shift
           move maint-shift-code to override-shift-code
           move maint-partner-id to override-partner-id
           move maint-partner-from to override-partner-from
           move maint-partner-shift to override-partner-shift
           move current-date-yyyymmdd to override-entered-date
           write schedule-override-record
           if schedule-override-ok
               display "SCHEDULE OVERRIDE ADDED"
           else
               display "OVERRIDE ADD FAILED - STATUS "
                   schedule-override-file-status
           end-if
           .
       8300-exit.
           exit.

      *> ------------------------------------------------------------
      *> 8310-ACCEPT-OVERRIDE-DATE - a real calendar date; the
      *> date's day of week is left in MAINT-DAY-OF-WEEK for the
      *> pattern lookups (day one of the calendar was a monday)
      *> ------------------------------------------------------------
       8310-accept-override-date.
           move "N" to entry-valid-switch
           display "OVERRIDE DATE (YYYYMMDD): "
           accept maint-override-date
           move zero to date-check-integer
           if maint-override-date is numeric
               move maint-override-date to date-check-work
               compute date-check-integer =
                   function integer-of-date(date-check-work)
           end-if
           if date-check-integer = zero
               display "NOT A VALID DATE - ENTRY REJECTED"
               go to 8310-exit
           end-if
           divide date-check-integer by 7
               giving day-remainder-work
               remainder day-name-sub
           if day-name-sub = zero
               move 7 to day-name-sub
           end-if
           move day-name(day-name-sub) to maint-day-of-week
           move "Y" to entry-valid-switch
           .
       8310-exit.
           exit.

      *> ------------------------------------------------------------
      *> 8320-CHECK-OVERRIDE-OPERATOR - OVERRIDE-SEARCH-ID must be
      *> an active operator on the master with no override for the
      *> date already, as operator or as swap partner
      *> ------------------------------------------------------------
       8320-check-override-operator.
           move "N" to entry-valid-switch
           move override-search-id to operator-id
           read operator-master-file
               invalid key
                   display "OPERATOR " override-search-id
                       " NOT ON MASTER - OVERRIDE REJECTED"
                   go to 8320-exit
           end-read
           if not operator-active
               display "OPERATOR " override-search-id
                   " IS INACTIVE - OVERRIDE REJECTED"
               go to 8320-exit
           end-if
           perform 8350-find-date-override thru 8350-exit
           if date-override-found
               display "OPERATOR " override-search-id
                   " ALREADY HAS AN OVERRIDE FOR THAT DATE - "
                   "OVERRIDE REJECTED"
               go to 8320-exit
           end-if
           move "Y" to entry-valid-switch
           .
       8320-exit.
           exit.

      *> ------------------------------------------------------------
      *> 8330-COMPLETE-ADD - the shift to work; an operator already
      *> on another shift that day is moved, not booked twice
      *> ------------------------------------------------------------
       8330-complete-add.
           move "N" to entry-valid-switch
           display "SHIFT CODE (D/S/N): "
           accept maint-shift-code
           if not maint-shift-valid
               display "SHIFT MUST BE D, S, OR N - OVERRIDE REJECTED"
               go to 8330-exit
           end-if
           if maint-shift-code = maint-from-shift
               display "OPERATOR ALREADY ON SHIFT " maint-shift-code
                   " EVERY " maint-day-of-week " - OVERRIDE REJECTED"
               go to 8330-exit
           end-if
           if maint-from-shift not = space
               display "OPERATOR MOVES FROM SHIFT " maint-from-shift
                   " TO SHIFT " maint-shift-code " FOR THE DATE"
           end-if
           move "Y" to entry-valid-switch
           .
       8330-exit.
           exit.

      *> ------------------------------------------------------------
      *> 8340-COMPLETE-DROP - only a pattern shift can be dropped
      *> ------------------------------------------------------------
       8340-complete-drop.
           move "N" to entry-valid-switch
           if maint-from-shift = space
               display "OPERATOR NOT SCHEDULED ON " maint-day-of-week
                   " - NOTHING TO DROP"
               go to 8340-exit
           end-if
           move space to maint-shift-code
           move "Y" to entry-valid-switch
           .
       8340-exit.
           exit.

      *> ------------------------------------------------------------
      *> 8350-FIND-DATE-OVERRIDE - walk the override date's records
      *> for OVERRIDE-SEARCH-ID as operator or swap partner; the
      *> found record's operator id is left in OVERRIDE-FOUND-ID
      *> ------------------------------------------------------------
       8350-find-date-override.
           move "N" to override-found-switch
           move spaces to override-found-id
           move maint-override-date to override-date
           move low-values to override-operator-id
           start schedule-override-file key >= override-key
               invalid key
                   move "Y" to override-eof-switch
               not invalid key
                   move "N" to override-eof-switch
           end-start
           perform 8355-check-one-override thru 8355-exit
               until override-eof
                  or date-override-found
           .
       8350-exit.
           exit.

      *> ------------------------------------------------------------
      *> 8355-CHECK-ONE-OVERRIDE - the file is in date order, so the
      *> first record for a later date ends the walk
      *> ------------------------------------------------------------
       8355-check-one-override.
           read schedule-override-file next
               at end
                   move "Y" to override-eof-switch
               not at end
                   if override-date not = maint-override-date
                       move "Y" to override-eof-switch
                   else
                       if override-operator-id = override-search-id
                           or override-partner-id
                               = override-search-id
                           move "Y" to override-found-switch
                           move override-operator-id
                               to override-found-id
                       end-if
                   end-if
           end-read
           .
       8355-exit.
           exit.

      *> ------------------------------------------------------------
      *> 8360-COMPLETE-SWAP - the partner is checked like the
      *> operator; each takes the other's pattern shift, and at
      *> least one of them must be scheduled with a different shift
      *> ------------------------------------------------------------
       8360-complete-swap.
           move "N" to entry-valid-switch
           display "SWAP PARTNER OPERATOR ID: "
           accept maint-partner-id
           if maint-partner-id = spaces
               or maint-partner-id = maint-operator-id
               display "PARTNER MUST BE ANOTHER OPERATOR - OVERRIDE "
                   "REJECTED"
               go to 8360-exit
           end-if
           move maint-partner-id to override-search-id
           perform 8320-check-override-operator thru 8320-exit
           if not entry-valid
               go to 8360-exit
           end-if
           move "N" to entry-valid-switch

           move maint-operator-id to override-hold-id
           move maint-partner-id to maint-operator-id
           perform 8200-find-schedule-line thru 8200-exit
           move override-hold-id to maint-operator-id
           if schedule-line-found
               move sched-shift-code to maint-partner-from
           else
               move space to maint-partner-from
           end-if
           if maint-from-shift = maint-partner-from
               if maint-from-shift = space
                   display "NEITHER OPERATOR IS SCHEDULED ON "
                       maint-day-of-week " - NOTHING TO SWAP"
               else
                   display "BOTH OPERATORS ARE ON SHIFT "
                       maint-from-shift " - NOTHING TO SWAP"
               end-if
               go to 8360-exit
           end-if
           move maint-partner-from to maint-shift-code
           move maint-from-shift to maint-partner-shift
           move "Y" to entry-valid-switch
           .
       8360-exit.
           exit.

      *> ------------------------------------------------------------
      *> 8370-REMOVE-OVERRIDE - found by either operator of a swap
      *> ------------------------------------------------------------
       8370-remove-override.
           perform 8310-accept-override-date thru 8310-exit
           if not entry-valid
               go to 8370-exit
           end-if
           display "OPERATOR ID: "
           accept maint-operator-id
           move maint-operator-id to override-search-id
           perform 8350-find-date-override thru 8350-exit
           if not date-override-found
               display "NO OVERRIDE FOR THAT OPERATOR AND DATE - "
                   "NOTHING REMOVED"
               go to 8370-exit
           end-if
           move maint-override-date to override-date
           move override-found-id to override-operator-id
           read schedule-override-file
               invalid key
                   display "OVERRIDE NOT FOUND ON REREAD - NOTHING "
                       "REMOVED"
                   go to 8370-exit
           end-read
           delete schedule-override-file record
           if schedule-override-ok
               display "SCHEDULE OVERRIDE REMOVED"
           else
               display "OVERRIDE REMOVE FAILED - STATUS "
                   schedule-override-file-status
           end-if
           .
       8370-exit.
           exit.

      *> ============================================================
      *> 8500-COVERAGE-CHECK - every department-shift-day
      *> combination below the minimum headcount onto the coverage
      *> report, one day of week at a time
      *> ============================================================
       8500-coverage-check.
           open output schcov-report-file
               go to 8500-exit
           end-if
           move zero to short-combo-count
           move zero to sched-lines-checked-count
           move zero to cover-not-counted-count
           if dept-list-count = zero
               display "NO DEPARTMENTS ON DEPT MASTER - COVERAGE "
                   "BY DEPARTMENT NOT CHECKED"
           end-if

           perform 8700-write-report-header thru 8700-exit
           move spaces to schcov-section-header
           move "DEPARTMENT-SHIFT-DAY COMBINATIONS BELOW MINIMUM"
               to schcov-section-text
           write schcov-section-header
           perform 8510-check-one-day thru 8510-exit
               varying day-name-sub from 1 by 1
               until day-name-sub > 7

           perform 8800-write-report-trailer thru 8800-exit
           close schcov-report-file
           display "COVERAGE CHECK COMPLETE - "
               short-combo-count " SHORT COMBINATIONS"
           .
       8500-exit.
           exit.

      *> ------------------------------------------------------------
      *> 8510-CHECK-ONE-DAY - the day's lines through the
      *> day-of-week key into the cover table, each with its
      *> department from the master, then every department's
      *> three shifts counted
      *> ------------------------------------------------------------
       8510-check-one-day.
           move zero to cover-table-count
           move day-name(day-name-sub) to sched-day-of-week
           start schedule-file key = sched-day-of-week
               invalid key
                   move "Y" to schedule-eof-switch
               not invalid key
                   move "N" to schedule-eof-switch
           end-start
           perform 8515-take-day-line thru 8515-exit
               until schedule-eof
           perform 8640-join-cover-dept thru 8640-exit
               varying cover-table-sub from 1 by 1
               until cover-table-sub > cover-table-count
           perform 8520-check-one-department thru 8520-exit
               varying dept-list-sub from 1 by 1
               until dept-list-sub > dept-list-count
           .
       8510-exit.
           exit.

      *> ------------------------------------------------------------
      *> 8515-TAKE-DAY-LINE - the day's lines run together on the
      *> alternate key; the next day ends them
      *> ------------------------------------------------------------
       8515-take-day-line.
           read schedule-file next
               at end
                   move "Y" to schedule-eof-switch
                   go to 8515-exit
           end-read
           if sched-day-of-week not = day-name(day-name-sub)
               move "Y" to schedule-eof-switch
               go to 8515-exit
           end-if
           add 1 to sched-lines-checked-count
           move sched-operator-id to cover-add-id
           move sched-shift-code to cover-add-shift
           perform 8630-add-cover-entry thru 8630-exit
           .
       8515-exit.
           exit.

      *> ------------------------------------------------------------
      *> 8520-CHECK-ONE-DEPARTMENT - walk the department's three
      *> shifts for the day
      *> ------------------------------------------------------------
       8520-check-one-department.
           perform 8540-check-one-shift-combo thru 8540-exit
               varying shift-code-sub from 1 by 1
               until shift-code-sub > 3
           .
       8520-exit.
           exit.

      *> ------------------------------------------------------------
      *> ------------------------------------------------------------
       8540-check-one-shift-combo.
           move zero to coverage-head-count
           perform 8660-tally-cover-entry thru 8660-exit
               varying cover-scan-sub from 1 by 1
               until cover-scan-sub > cover-table-count
           if coverage-head-count < minimum-headcount
               add 1 to short-combo-count
               move spaces to schcov-coverage-detail
       8540-exit.
           exit.

      *> ============================================================
      *> 8600-DATED-COVERAGE-CHECK - the coverage check for one
      *> calendar date: the pattern lines for the date's day of
      *> week with the date's overrides applied, each override
      *> listed, then the short combinations and double bookings
      *> ============================================================
       8600-dated-coverage-check.
           perform 8310-accept-override-date thru 8310-exit
           if not entry-valid
               go to 8600-exit
           end-if
           open output schcov-report-file
           if schcov-report-file-status not = "00"
               display "COVERAGE REPORT OPEN FAILED - STATUS "
                   schcov-report-file-status
               go to 8600-exit
           end-if
           move zero to short-combo-count
           move zero to double-booked-count
           move zero to override-applied-count
           move zero to cover-table-count
           move zero to cover-not-counted-count
           if dept-list-count = zero
               display "NO DEPARTMENTS ON DEPT MASTER - COVERAGE "
                   "BY DEPARTMENT NOT CHECKED"
           end-if

           move spaces to formatted-cover-date
           move maint-override-date(5:2) to formatted-cover-date(1:2)
           move "/" to formatted-cover-date(3:1)
           move maint-override-date(7:2) to formatted-cover-date(4:2)
           move "/" to formatted-cover-date(6:1)
           move maint-override-date(1:4) to formatted-cover-date(7:4)
           move spaces to schcov-report-header-1
           move "DATED COVERAGE REPORT" to schcov-header-title
           move "FOR DATE:" to schcov-header-date-tag
           move formatted-cover-date to schcov-header-date
           write schcov-report-header-1

           move maint-day-of-week to sched-day-of-week
           start schedule-file key = sched-day-of-week
               invalid key
                   move "Y" to schedule-eof-switch
               not invalid key
                   move "N" to schedule-eof-switch
           end-start
           perform 8610-take-pattern-line thru 8610-exit
               until schedule-eof

           move spaces to schcov-section-header
           move "SCHEDULE OVERRIDES APPLIED FOR THE DATE"
               to schcov-section-text
           write schcov-section-header
           move maint-override-date to override-date
           move low-values to override-operator-id
           start schedule-override-file key >= override-key
               invalid key
                   move "Y" to override-eof-switch
               not invalid key
                   move "N" to override-eof-switch
           end-start
           perform 8620-apply-one-override thru 8620-exit
               until override-eof

           perform 8640-join-cover-dept thru 8640-exit
               varying cover-table-sub from 1 by 1
               until cover-table-sub > cover-table-count

           move spaces to schcov-section-header
           move "DEPARTMENT-SHIFT COMBINATIONS BELOW MINIMUM"
               to schcov-section-text
           write schcov-section-header
           perform 8645-check-dated-dept thru 8645-exit
               varying dept-list-sub from 1 by 1
               until dept-list-sub > dept-list-count

           move spaces to schcov-section-header
           move "OPERATORS SCHEDULED TWICE FOR THE DATE"
               to schcov-section-text
           write schcov-section-header
           perform 8670-check-dated-double thru 8670-exit
               varying cover-table-sub from 1 by 1
               until cover-table-sub >= cover-table-count

           perform 8690-write-dated-trailer thru 8690-exit
           close schcov-report-file
           display "DATED COVERAGE CHECK COMPLETE - "
               override-applied-count " OVERRIDES, "
               short-combo-count " SHORT COMBINATIONS, "
               double-booked-count " DOUBLE BOOKINGS"
           .
       8600-exit.
           exit.

      *> ------------------------------------------------------------
      *> 8610-TAKE-PATTERN-LINE - a pattern line for the date's day
      *> of week, read on the alternate key; an operator with an
      *> override for the date works the override's shift, or is
      *> off when it is blank
      *> ------------------------------------------------------------
       8610-take-pattern-line.
           read schedule-file next
               at end
                   move "Y" to schedule-eof-switch
                   go to 8610-exit
           end-read
           if sched-day-of-week not = maint-day-of-week
               move "Y" to schedule-eof-switch
               go to 8610-exit
           end-if
           move sched-operator-id to cover-add-id
           move sched-shift-code to cover-add-shift
           move cover-add-id to override-search-id
           perform 8350-find-date-override thru 8350-exit
           if date-override-found
               if override-operator-id = cover-add-id
                   move override-shift-code to cover-add-shift
               else
                   move override-partner-shift to cover-add-shift
               end-if
           end-if
           if cover-add-shift = space
               go to 8610-exit
           end-if
           perform 8630-add-cover-entry thru 8630-exit
           .
       8610-exit.
           exit.

      *> ------------------------------------------------------------
      *> 8620-APPLY-ONE-OVERRIDE - list the override, and put on the
      *> date's schedule any operator it gives a shift who is not
      *> already there from the pattern
      *> ------------------------------------------------------------
       8620-apply-one-override.
           read schedule-override-file next
               at end
                   move "Y" to override-eof-switch
                   go to 8620-exit
           end-read
           if override-date not = maint-override-date
               move "Y" to override-eof-switch
               go to 8620-exit
           end-if
           add 1 to override-applied-count
           move spaces to schcov-dup-detail
           move override-operator-id to schcov-dup-id
           move maint-day-of-week to schcov-dup-day
           evaluate true
               when override-add
                   string "ADD SHIFT " delimited by size
                          override-shift-code delimited by size
                       into schcov-dup-message
                   end-string
               when override-drop
                   string "DROP SHIFT " delimited by size
                          override-from-shift delimited by size
                       into schcov-dup-message
                   end-string
               when other
                   string "SWAP WITH " delimited by size
                          override-partner-id delimited by size
                       into schcov-dup-message
                   end-string
           end-evaluate
           write schcov-dup-detail

           if override-shift-code not = space
               move override-operator-id to cover-add-id
               move override-shift-code to cover-add-shift
               perform 8635-add-if-not-covered thru 8635-exit
           end-if
           if override-swap and override-partner-shift not = space
               move override-partner-id to cover-add-id
               move override-partner-shift to cover-add-shift
               perform 8635-add-if-not-covered thru 8635-exit
           end-if
           .
       8620-exit.
           exit.

      *> ------------------------------------------------------------
      *> 8630-ADD-COVER-ENTRY - COVER-ADD-ID on COVER-ADD-SHIFT
      *> ------------------------------------------------------------
       8630-add-cover-entry.
           if cover-table-count >= 500
               display "COVERAGE TABLE FULL - OPERATOR "
                   cover-add-id " NOT COUNTED"
               add 1 to cover-not-counted-count
               go to 8630-exit
           end-if
           add 1 to cover-table-count
           move cover-add-id to cover-tbl-id(cover-table-count)
           move cover-add-shift to cover-tbl-shift(cover-table-count)
           move spaces to cover-tbl-dept(cover-table-count)
           .
       8630-exit.
           exit.

      *> ------------------------------------------------------------
      *> 8635-ADD-IF-NOT-COVERED - an operator already on the
      *> date's schedule from the pattern has had the override's
      *> shift applied there
      *> ------------------------------------------------------------
       8635-add-if-not-covered.
           move "N" to cover-found-switch
           perform 8636-scan-cover-table thru 8636-exit
               varying cover-scan-sub from 1 by 1
               until cover-scan-sub > cover-table-count
                  or cover-entry-found
           if not cover-entry-found
               perform 8630-add-cover-entry thru 8630-exit
           end-if
           .
       8635-exit.
           exit.

      *> ------------------------------------------------------------
      *> 8636-SCAN-COVER-TABLE
      *> ------------------------------------------------------------
       8636-scan-cover-table.
           if cover-tbl-id(cover-scan-sub) = cover-add-id
               move "Y" to cover-found-switch
           end-if
           .
       8636-exit.
           exit.

      *> ------------------------------------------------------------
      *> 8640-JOIN-COVER-DEPT - each entry's department comes from
      *> the master; an operator no longer on the master counts
      *> under the unknown-department code
      *> ------------------------------------------------------------
       8640-join-cover-dept.
           move cover-tbl-id(cover-table-sub) to operator-id
           read operator-master-file
               invalid key
                   move "??" to cover-tbl-dept(cover-table-sub)
               not invalid key
                   move operator-dept-code
                       to cover-tbl-dept(cover-table-sub)
           end-read
           .
       8640-exit.
           exit.

      *> ------------------------------------------------------------
      *> 8645-CHECK-DATED-DEPT - walk the department's three shifts
      *> ------------------------------------------------------------
       8645-check-dated-dept.
           perform 8650-check-dated-shift thru 8650-exit
               varying shift-code-sub from 1 by 1
               until shift-code-sub > 3
           .
       8645-exit.
           exit.

      *> ------------------------------------------------------------
      *> 8650-CHECK-DATED-SHIFT - heads on the date for one
      *> department and shift; below minimum earns a report line
      *> ------------------------------------------------------------
       8650-check-dated-shift.
           move zero to coverage-head-count
           perform 8660-tally-cover-entry thru 8660-exit
               varying cover-scan-sub from 1 by 1
               until cover-scan-sub > cover-table-count
           if coverage-head-count < minimum-headcount
               add 1 to short-combo-count
               move spaces to schcov-coverage-detail
               move dept-list-code(dept-list-sub)
                   to schcov-detail-dept
               move maint-day-of-week to schcov-detail-day
               move shift-code-name(shift-code-sub)
                   to schcov-detail-shift
               move coverage-head-count to schcov-detail-count
               move "BELOW MINIMUM HEADCOUNT"
                   to schcov-detail-message
               write schcov-coverage-detail
           end-if
           .
       8650-exit.
           exit.

      *> ------------------------------------------------------------
      *> 8660-TALLY-COVER-ENTRY
      *> ------------------------------------------------------------
       8660-tally-cover-entry.
           if cover-tbl-dept(cover-scan-sub)
                   = dept-list-code(dept-list-sub)
               and cover-tbl-shift(cover-scan-sub)
                   = shift-code-name(shift-code-sub)
               add 1 to coverage-head-count
           end-if
           .
       8660-exit.
           exit.

      *> ------------------------------------------------------------
      *> 8670-CHECK-DATED-DOUBLE - a later entry for the same
      *> operator is a double booking on the date
      *> ------------------------------------------------------------
       8670-check-dated-double.
           perform 8680-compare-later-cover thru 8680-exit
               varying cover-scan-sub
               from cover-table-sub by 1
               until cover-scan-sub >= cover-table-count
           .
       8670-exit.
           exit.

      *> ------------------------------------------------------------
      *> 8680-COMPARE-LATER-COVER
      *> ------------------------------------------------------------
       8680-compare-later-cover.
           if cover-tbl-id(cover-scan-sub + 1)
                   = cover-tbl-id(cover-table-sub)
               add 1 to double-booked-count
               move spaces to schcov-dup-detail
               move cover-tbl-id(cover-table-sub) to schcov-dup-id
               move maint-day-of-week to schcov-dup-day
               move "SCHEDULED TWICE FOR THE DATE"
                   to schcov-dup-message
               write schcov-dup-detail
           end-if
           .
       8680-exit.
           exit.

      *> ------------------------------------------------------------
      *> 8690-WRITE-DATED-TRAILER
      *> ------------------------------------------------------------
       8690-write-dated-trailer.
           move spaces to schcov-report-trailer
           move "OPERATORS WORKING THE DATE:" to schcov-trailer-tag
           move cover-table-count to schcov-trailer-count
           write schcov-report-trailer

           move spaces to schcov-report-trailer
           move "OVERRIDES APPLIED:" to schcov-trailer-tag
           move override-applied-count to schcov-trailer-count
           write schcov-report-trailer

           move spaces to schcov-report-trailer
           move "COMBINATIONS BELOW MINIMUM:" to schcov-trailer-tag
           move short-combo-count to schcov-trailer-count
           write schcov-report-trailer

           move spaces to schcov-report-trailer
           move "DOUBLE BOOKINGS:" to schcov-trailer-tag
           move double-booked-count to schcov-trailer-count
           write schcov-report-trailer
           perform 8850-write-overflow-lines thru 8850-exit
           .
       8690-exit.
           exit.

      *> ------------------------------------------------------------
       8800-write-report-trailer.
           move spaces to schcov-report-trailer
           move "SCHEDULE LINES CHECKED:" to schcov-trailer-tag
           move sched-lines-checked-count to schcov-trailer-count
           write schcov-report-trailer

           move spaces to schcov-report-trailer
           move "COMBINATIONS BELOW MINIMUM:" to schcov-trailer-tag
           move short-combo-count to schcov-trailer-count
           write schcov-report-trailer
           perform 8850-write-overflow-lines thru 8850-exit
           .
       8800-exit.
           exit.

      *> ------------------------------------------------------------
      *> 8850-WRITE-OVERFLOW-LINES - operators left out of a full
      *> coverage table and departments left off a full department
      *> list, so a short count is never taken at face value
      *> ------------------------------------------------------------
       8850-write-overflow-lines.
           if cover-not-counted-count > zero
               move spaces to schcov-report-trailer
               move "NOT COUNTED - TABLE FULL:" to schcov-trailer-tag
               move cover-not-counted-count to schcov-trailer-count
               write schcov-report-trailer
           end-if
           if dept-not-checked-count > zero
               move spaces to schcov-report-trailer
               move "DEPTS NOT CHECKED - LIST FULL:"
                   to schcov-trailer-tag
               move dept-not-checked-count to schcov-trailer-count
               write schcov-report-trailer
           end-if
           .
       8850-exit.
           exit.

      *> ============================================================
      *> ============================================================
       9900-terminate.
           close operator-master-file
           close schedule-file
           if override-file-open
               close schedule-override-file
           end-if
           .
       9900-exit.
           exit.
