      *>
      *> Nightly roster build.  Reads the weekly SCHEDULE-FILE
      *> maintained by the shift leads (operator id, day of week,
      *> scheduled shift) through its day-of-week key, joins each
      *> line for the requested date's day of week against
      *> OPERATOR-MASTER-FILE, and writes a
      *> clean ROSTER file for that date.  Schedule lines whose
      *> operator id is not on the master, or is inactive, are
      *> rejected onto the build report BEFORE the night run instead
      *> of failing inside it.
      *>
      *> Dated overrides on SCHEDULE-OVERRIDE-FILE for the roster
      *> date are applied on top of the weekly pattern: an operator
      *> whose override leaves no shift that date is skipped, and an
      *> operator an override puts on a shift who has no pattern
      *> line for the day is joined and rostered like any other.
      *>
      *> The roster date is passed on the command line as
      *> DATE=yyyymmdd and defaults to today's date when absent.
      *>
      *>               validated against DEPT-MASTER-FILE; a line
      *>               whose department is unknown is rejected onto
      *>               the build report
      *>   2026-10-15  a roster date on the plant holiday calendar
      *>               skips the lines of every closed department
      *>               with their own build-report line
      *>   2026-10-15  the roster date's schedule overrides are
      *>               applied on top of the weekly pattern - a
      *>               dropped shift is skipped, an added shift or
      *>               a swap partner's shift is rostered - and each
      *>               override prints on the build report
      *>   2026-10-15  the indexed schedule is read on the day-of-week
      *>               key and each operator's leave by key instead
      *>               of a leave table; the roster build table holds
      *>               1000, and entries left out of a full table are
      *>               counted in the trailer
      *> ------------------------------------------------------------
       identification division.
       program-id. RosterBuild.
               file status is operator-master-file-status.

           select schedule-file assign to "SCHEDULE"
               organization is indexed
               access mode is dynamic
               record key is sched-key
               alternate record key is sched-day-of-week
                   with duplicates
               file status is schedule-file-status.

           select roster-file assign to "ROSTER"
               file status is rostbld-report-file-status.

           select leave-calendar-file assign to "LEAVECAL"
               organization is indexed
               access mode is dynamic
               record key is leave-key
               alternate record key is leave-from-date
                   with duplicates
               file status is leave-calendar-file-status.

           select run-control-file assign to "RUNCTL"
               record key is dept-code
               file status is dept-master-file-status.

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
       fd  dept-master-file.
           copy "deptmast.cpy".

       fd  holiday-calendar-file.
           copy "holcal.cpy".

       fd  schedule-override-file.
           copy "schovrd.cpy".

       working-storage section.
       01  command-line-arguments       pic x(80) value spaces.
       01  operator-master-file-status  pic x(02) value spaces.
           88  leave-eof                    value "Y".
       01  on-leave-switch              pic x(01) value "N".
           88  operator-on-leave            value "Y".
       01  leave-missing-switch         pic x(01) value "N".
           88  leave-calendar-missing       value "Y".
       01  on-leave-reason              pic x(03) value spaces.
       01  leave-skip-count             pic 9(08) comp value zero.
       01  roster-date-x                pic x(08) value spaces.
       01  run-control-file-status      pic x(02) value spaces.
           88  dept-master-eof              value "Y".
       01  dept-check-switch            pic x(01) value "N".
           88  dept-code-ok                 value "Y".
       01  holiday-calendar-file-status pic x(02) value spaces.
       01  holiday-skip-count           pic 9(08) comp value zero.
       01  roster-overflow-count        pic 9(08) comp value zero.
       01  override-overflow-count      pic 9(08) comp value zero.
       01  dept-overflow-count          pic 9(08) comp value zero.

      *> ----------------------------------------------------------
      *> the roster date's entry on the holiday calendar, if any;
      *> a schedule line whose department is closed is skipped
      *> ----------------------------------------------------------
       01  closed-day-switch            pic x(01) value "N".
           88  closed-day-found             value "Y".
       01  closed-dept-switch           pic x(01) value "N".
           88  operator-dept-closed         value "Y".
       01  closed-day-description       pic x(30) value spaces.
       01  closed-day-scope             pic x(01) value space.
           88  closed-plant-wide            value "P".
       01  closed-dept-sub              pic 9(04) comp value zero.
       01  closed-day-dept-list.
           05  closed-day-dept occurs 10 times
                                        pic x(02).

      *> ----------------------------------------------------------
      *> the roster date's schedule overrides, one entry per
      *> operator (a swap gives two) with the shift the override
      *> leaves the operator on - blank for none; an entry not
      *> matched by a pattern line is an operator added to the day
      *> ----------------------------------------------------------
       01  schedule-override-file-status pic x(02) value spaces.
       01  override-eof-switch          pic x(01) value "N".
           88  override-eof                 value "Y".
       01  override-match-switch        pic x(01) value "N".
           88  override-matched             value "Y".
       01  override-read-count          pic 9(08) comp value zero.
       01  override-drop-count          pic 9(08) comp value zero.
       01  override-add-count           pic 9(08) comp value zero.
       01  override-table-id            pic x(20) value spaces.
       01  override-table-shift         pic x(01) value space.
       01  ovr-table-count              pic 9(04) comp value zero.
       01  ovr-table-sub                pic 9(04) comp value zero.
       01  ovr-table.
           05  ovr-table-entry occurs 200 times.
               10  ovr-tbl-id           pic x(20).
               10  ovr-tbl-shift        pic x(01).
               10  ovr-tbl-matched      pic x(01).
                   88  ovr-tbl-on-pattern   value "Y".

      *> ----------------------------------------------------------
      *> active department codes from DEPT-MASTER-FILE; a master
           05  dept-table-entry occurs 50 times.
               10  dept-tbl-code        pic x(02).

      *> ----------------------------------------------------------
      *> accepted roster entries are held here and written out in
      *> department sequence, which is the order the batch run's
       01  build-swap-switch            pic x(01) value "N".
           88  build-swapped                value "Y".
       01  roster-build-table.
           05  roster-build-entry occurs 1000 times.
               10  build-operator-id    pic x(20).
               10  build-dept-code      pic x(02).
       01  roster-build-hold.
               close operator-master-file
               goback
           end-if
           move roster-day-of-week to sched-day-of-week
           start schedule-file key = sched-day-of-week
               invalid key
                   move "Y" to schedule-eof-switch
               not invalid key
                   move "N" to schedule-eof-switch
           end-start

           open output roster-file
           if roster-file-status not = "00"
               goback
           end-if

           perform 1300-open-leave-calendar thru 1300-exit
           perform 1400-load-dept-master thru 1400-exit
           perform 1500-check-holiday-calendar thru 1500-exit
           perform 7100-write-report-header thru 7100-exit
           perform 1600-load-overrides thru 1600-exit
           .
       1000-exit.
           exit.
           exit.

      *> ------------------------------------------------------------
      *> 1300-OPEN-LEAVE-CALENDAR - a missing calendar means nobody
      *> is on leave, not a failed build
      *> ------------------------------------------------------------
       1300-open-leave-calendar.
           move roster-date-yyyymmdd to roster-date-x
           open input leave-calendar-file
           if leave-calendar-file-status = "35"
               move "Y" to leave-missing-switch
               go to 1300-exit
           end-if
           if leave-calendar-file-status not = "00"
               display "LEAVE CALENDAR OPEN FAILED - STATUS "
                   leave-calendar-file-status
               move "Y" to leave-missing-switch
           end-if
           .
       1300-exit.
           exit.

      *> ------------------------------------------------------------
      *> 1400-LOAD-DEPT-MASTER - active department codes into the
      *> validation table; with no department master on file yet
                       else
                           display "DEPT TABLE FULL - DEPT "
                               dept-code " NOT TABLED"
                           add 1 to dept-overflow-count
                       end-if
                   end-if
           end-read
       1410-exit.
           exit.

      *> ------------------------------------------------------------
      *> 1500-CHECK-HOLIDAY-CALENDAR - is the roster date a plant
      *> holiday or shutdown?  A missing calendar means no closed
      *> days, not a failed build
      *> ------------------------------------------------------------
       1500-check-holiday-calendar.
           move "N" to closed-day-switch
           open input holiday-calendar-file
           if holiday-calendar-file-status = "35"
               go to 1500-exit
           end-if
           if holiday-calendar-file-status not = "00"
               display "HOLIDAY CALENDAR OPEN FAILED - STATUS "
                   holiday-calendar-file-status
               go to 1500-exit
           end-if
           move roster-date-x to holiday-date
           read holiday-calendar-file
               invalid key
                   continue
               not invalid key
                   move "Y" to closed-day-switch
                   move holiday-description to closed-day-description
                   move holiday-scope-flag to closed-day-scope
                   move holiday-dept-list to closed-day-dept-list
           end-read
           close holiday-calendar-file
           .
       1500-exit.
           exit.

      *> ------------------------------------------------------------
      *> 1600-LOAD-OVERRIDES - the roster date's schedule overrides
      *> into the override table, each printed on the build report
      *> as it is loaded; a missing override file means none
      *> ------------------------------------------------------------
       1600-load-overrides.
           move zero to ovr-table-count
           open input schedule-override-file
           if schedule-override-file-status = "35"
               go to 1600-exit
           end-if
           if schedule-override-file-status not = "00"
               display "SCHEDULE OVERRIDE FILE OPEN FAILED - STATUS "
                   schedule-override-file-status
               go to 1600-exit
           end-if
           move roster-date-x to override-date
           move low-values to override-operator-id
           start schedule-override-file key >= override-key
               invalid key
                   move "Y" to override-eof-switch
               not invalid key
                   move "N" to override-eof-switch
           end-start
           perform 1610-load-one-override thru 1610-exit
               until override-eof
           close schedule-override-file
           .
       1600-exit.
           exit.

      *> ------------------------------------------------------------
      *> 1610-LOAD-ONE-OVERRIDE - the file is in date order, so the
      *> first record for a later date ends the load
      *> ------------------------------------------------------------
       1610-load-one-override.
           read schedule-override-file next
               at end
                   move "Y" to override-eof-switch
                   go to 1610-exit
           end-read
           if override-date not = roster-date-x
               move "Y" to override-eof-switch
               go to 1610-exit
           end-if
           add 1 to override-read-count
           perform 7360-write-override-detail thru 7360-exit
           move override-operator-id to override-table-id
           move override-shift-code to override-table-shift
           perform 1620-table-one-override thru 1620-exit
           if override-swap
               move override-partner-id to override-table-id
               move override-partner-shift to override-table-shift
               perform 1620-table-one-override thru 1620-exit
           end-if
           .
       1610-exit.
           exit.

      *> ------------------------------------------------------------
      *> 1620-TABLE-ONE-OVERRIDE
      *> ------------------------------------------------------------
       1620-table-one-override.
           if ovr-table-count >= 200
               display "OVERRIDE TABLE FULL - OVERRIDE FOR "
                   override-table-id " NOT APPLIED"
               add 1 to override-overflow-count
               go to 1620-exit
           end-if
           add 1 to ovr-table-count
           move override-table-id to ovr-tbl-id(ovr-table-count)
           move override-table-shift
               to ovr-tbl-shift(ovr-table-count)
           move "N" to ovr-tbl-matched(ovr-table-count)
           .
       1620-exit.
           exit.

      *> ============================================================
      *> 3000-BUILD-ROSTER - one pass over the roster day's lines;
      *> every line is either written to the roster or rejected
      *> onto the build report
      *> ============================================================
       3000-build-roster.
           perform 3100-process-schedule-line thru 3100-exit
               until schedule-eof
           perform 3400-add-override-shift thru 3400-exit
               varying ovr-table-sub from 1 by 1
               until ovr-table-sub > ovr-table-count
           perform 3500-write-roster-in-dept-seq thru 3500-exit
           .
       3000-exit.
           exit.

      *> ------------------------------------------------------------
      *> 3100-PROCESS-SCHEDULE-LINE - the day's lines run together
      *> on the day-of-week key; the next day ends them
      *> ------------------------------------------------------------
       3100-process-schedule-line.
           read schedule-file next
               at end
                   move "Y" to schedule-eof-switch
                   go to 3100-exit
           end-read
           if sched-day-of-week not = roster-day-of-week
               move "Y" to schedule-eof-switch
               go to 3100-exit
           end-if
           add 1 to schedule-read-count
           add 1 to schedule-day-count
           perform 3150-apply-override thru 3150-exit
           if override-matched
               and ovr-tbl-shift(ovr-table-sub) = space
               add 1 to override-drop-count
               perform 7370-write-dropped-detail thru 7370-exit
           else
               perform 3200-join-against-master thru 3200-exit
           end-if
           .
       3100-exit.
           exit.

      *> ------------------------------------------------------------
      *> 3150-APPLY-OVERRIDE - does the pattern line's operator have
      *> an override for the roster date?  Leaves OVR-TABLE-SUB
      *> pointing at the entry, marked as matched by the pattern
      *> ------------------------------------------------------------
       3150-apply-override.
           move "N" to override-match-switch
           perform 3160-scan-override-table thru 3160-exit
               varying ovr-table-sub from 1 by 1
               until ovr-table-sub > ovr-table-count
                  or override-matched
           if override-matched
               move "Y" to ovr-tbl-matched(ovr-table-sub)
           end-if
           .
       3150-exit.
           exit.

      *> ------------------------------------------------------------
      *> 3160-SCAN-OVERRIDE-TABLE
      *> ------------------------------------------------------------
       3160-scan-override-table.
           if ovr-tbl-id(ovr-table-sub) = sched-operator-id
               move "Y" to override-match-switch
               subtract 1 from ovr-table-sub
           end-if
           .
       3160-exit.
           exit.

      *> ------------------------------------------------------------
      *> 3200-JOIN-AGAINST-MASTER - a schedule line earns a roster
      *> record only when its operator is on the master and active
               not invalid key
                   perform 3250-check-leave thru 3250-exit
                   perform 3270-check-dept-code thru 3270-exit
                   perform 3290-check-closed-dept thru 3290-exit
                   evaluate true
                       when not operator-active
                           add 1 to rejected-count
                           perform 7310-write-inactive-detail
                               thru 7310-exit
                       when operator-dept-closed
                           add 1 to holiday-skip-count
                           perform 7350-write-holiday-detail
                               thru 7350-exit
                       when operator-on-leave
                           add 1 to leave-skip-count
                           perform 7330-write-leave-detail
                           add 1 to rejected-count
                           perform 7340-write-baddept-detail
                               thru 7340-exit
                       when roster-build-count >= 1000
                           add 1 to rejected-count
                           add 1 to roster-overflow-count
                           perform 7320-write-overflow-detail
                               thru 7320-exit
                       when other

      *> ------------------------------------------------------------
      *> 3250-CHECK-LEAVE - is the scheduled operator on approved
      *> leave covering the roster date?  The operator's entries
      *> are read by key in from-date order
      *> ------------------------------------------------------------
       3250-check-leave.
           move "N" to on-leave-switch
           if leave-calendar-missing
               go to 3250-exit
           end-if
           move sched-operator-id to leave-operator-id
           move low-values to leave-from-date
           start leave-calendar-file key >= leave-key
               invalid key
                   move "Y" to leave-eof-switch
               not invalid key
                   move "N" to leave-eof-switch
           end-start
           perform 3260-read-leave-entry thru 3260-exit
               until leave-eof
                  or operator-on-leave
           .
       3250-exit.
           exit.

      *> ------------------------------------------------------------
      *> 3260-READ-LEAVE-ENTRY - an entry starting after the roster
      *> date, or the next operator's, ends the search; cancelled
      *> entries stay on file but never count
      *> ------------------------------------------------------------
       3260-read-leave-entry.
           read leave-calendar-file next
               at end
                   move "Y" to leave-eof-switch
                   go to 3260-exit
           end-read
           if leave-operator-id not = sched-operator-id
               or leave-from-date > roster-date-x
               move "Y" to leave-eof-switch
               go to 3260-exit
           end-if
           if leave-approved
               and roster-date-x <= leave-to-date
               move "Y" to on-leave-switch
               move leave-reason-code to on-leave-reason
           end-if
           .
       3260-exit.
       3280-exit.
           exit.

      *> ------------------------------------------------------------
      *> 3290-CHECK-CLOSED-DEPT - on a holiday the whole plant, or
      *> the listed departments only, are closed
      *> ------------------------------------------------------------
       3290-check-closed-dept.
           move "N" to closed-dept-switch
           if not closed-day-found
               go to 3290-exit
           end-if
           if closed-plant-wide
               move "Y" to closed-dept-switch
               go to 3290-exit
           end-if
           perform 3295-scan-closed-depts thru 3295-exit
               varying closed-dept-sub from 1 by 1
               until closed-dept-sub > 10
                  or operator-dept-closed
           .
       3290-exit.
           exit.

      *> ------------------------------------------------------------
      *> 3295-SCAN-CLOSED-DEPTS
      *> ------------------------------------------------------------
       3295-scan-closed-depts.
           if closed-day-dept(closed-dept-sub) = operator-dept-code
               move "Y" to closed-dept-switch
           end-if
           .
       3295-exit.
           exit.

      *> ------------------------------------------------------------
      *> 3400-ADD-OVERRIDE-SHIFT - an override that puts an operator
      *> on a shift with no pattern line for the day adds the
      *> operator; the line goes through the same join as a pattern
      *> line, so leave, holiday, and master checks all apply
      *> ------------------------------------------------------------
       3400-add-override-shift.
           if ovr-tbl-on-pattern(ovr-table-sub)
               or ovr-tbl-shift(ovr-table-sub) = space
               go to 3400-exit
           end-if
           add 1 to override-add-count
           move ovr-tbl-id(ovr-table-sub) to sched-operator-id
           perform 3200-join-against-master thru 3200-exit
           .
       3400-exit.
           exit.

      *> ============================================================
      *> 3500-WRITE-ROSTER-IN-DEPT-SEQ - sort the accepted entries
      *> by department (operator id within department) and write
           move "DAY:" to rostbld-header-day-tag
           move roster-day-of-week to rostbld-header-day
           write rostbld-report-header-1

           if closed-day-found
               move spaces to rostbld-report-detail
               if closed-plant-wide
                   move "PLANT CLOSED" to rostbld-detail-id
               else
                   move "DEPARTMENTS CLOSED" to rostbld-detail-id
               end-if
               move closed-day-description to rostbld-detail-message
               write rostbld-report-detail
           end-if
           .
       7100-exit.
           exit.
           move "LINES SKIPPED FOR LEAVE:" to rostbld-trailer-tag
           move leave-skip-count to rostbld-trailer-count
           write rostbld-report-trailer

           move spaces to rostbld-report-trailer
           move "LINES SKIPPED FOR HOLIDAY:" to rostbld-trailer-tag
           move holiday-skip-count to rostbld-trailer-count
           write rostbld-report-trailer

           move spaces to rostbld-report-trailer
           move "SCHEDULE OVERRIDES APPLIED:" to rostbld-trailer-tag
           move override-read-count to rostbld-trailer-count
           write rostbld-report-trailer

           move spaces to rostbld-report-trailer
           move "LINES DROPPED BY OVERRIDE:" to rostbld-trailer-tag
           move override-drop-count to rostbld-trailer-count
           write rostbld-report-trailer

           move spaces to rostbld-report-trailer
           move "OPERATORS ADDED BY OVERRIDE:" to rostbld-trailer-tag
           move override-add-count to rostbld-trailer-count
           write rostbld-report-trailer

           if roster-overflow-count > zero
               move spaces to rostbld-report-trailer
               move "LINES REJECTED - TABLE FULL:"
                   to rostbld-trailer-tag
               move roster-overflow-count to rostbld-trailer-count
               write rostbld-report-trailer
           end-if
           if override-overflow-count > zero
               move spaces to rostbld-report-trailer
               move "OVERRIDES NOT APPLIED - FULL:"
                   to rostbld-trailer-tag
               move override-overflow-count to rostbld-trailer-count
               write rostbld-report-trailer
           end-if
           if dept-overflow-count > zero
               move spaces to rostbld-report-trailer
               move "DEPTS NOT TABLED - TABLE FULL:"
                   to rostbld-trailer-tag
               move dept-overflow-count to rostbld-trailer-count
               write rostbld-report-trailer
           end-if
           .
       7200-exit.
           exit.
           move sched-operator-id to rostbld-detail-id
           string "ON APPROVED LEAVE ("
                      delimited by size
                  on-leave-reason delimited by size
                  ") - LINE SKIPPED" delimited by size
               into rostbld-detail-message
           end-string
       7340-exit.
           exit.

      *> ------------------------------------------------------------
      *> 7350-WRITE-HOLIDAY-DETAIL - operator's department closed
      *> for the roster date; skipped, not rejected
      *> ------------------------------------------------------------
       7350-write-holiday-detail.
           move spaces to rostbld-report-detail
           move sched-operator-id to rostbld-detail-id
           string "DEPT " delimited by size
                  operator-dept-code delimited by size
                  " CLOSED FOR HOLIDAY - LINE SKIPPED"
                      delimited by size
               into rostbld-detail-message
           end-string
           write rostbld-report-detail
           .
       7350-exit.
           exit.

      *> ------------------------------------------------------------
      *> 7360-WRITE-OVERRIDE-DETAIL - one line per override on the
      *> roster date, ahead of the lines it affects
      *> ------------------------------------------------------------
       7360-write-override-detail.
           move spaces to rostbld-report-detail
           move override-operator-id to rostbld-detail-id
           evaluate true
               when override-add and override-from-shift = space
                   string "OVERRIDE ADD - SHIFT " delimited by size
                          override-shift-code delimited by size
                       into rostbld-detail-message
                   end-string
               when override-add
                   string "OVERRIDE MOVE - SHIFT " delimited by size
                          override-from-shift delimited by size
                          " TO " delimited by size
                          override-shift-code delimited by size
                       into rostbld-detail-message
                   end-string
               when override-drop
                   string "OVERRIDE DROP - SHIFT " delimited by size
                          override-from-shift delimited by size
                       into rostbld-detail-message
                   end-string
               when other
                   string "OVERRIDE SWAP WITH " delimited by size
                          override-partner-id delimited by size
                       into rostbld-detail-message
                   end-string
           end-evaluate
           write rostbld-report-detail
           .
       7360-exit.
           exit.

      *> ------------------------------------------------------------
      *> 7370-WRITE-DROPPED-DETAIL - the operator's override leaves
      *> no shift on the roster date; skipped, not rejected
      *> ------------------------------------------------------------
       7370-write-dropped-detail.
           move spaces to rostbld-report-detail
           move sched-operator-id to rostbld-detail-id
           move "OFF BY SCHEDULE OVERRIDE - LINE SKIPPED"
               to rostbld-detail-message
           write rostbld-report-detail
           .
       7370-exit.
           exit.

      *> ============================================================
      *> 9500-STAMP-RUN-START - start record on the shared
      *> run-control file for the cycle verifier; a stamp failure
      *> ============================================================
       9900-terminate.
           close schedule-file
           if not leave-calendar-missing
               close leave-calendar-file
           end-if
           close roster-file
           close rostbld-report-file
           close operator-master-file
