      *>               the clock-in window and the roster build;
      *>               leave ending on day D no longer prints a
      *>               false no-show on D+1's morning report
      *>   2026-10-15  on a plant holiday or shutdown the operators
      *>               of closed departments are not expected; the
      *>               closure prints its own report line and count
      *>   2026-10-15  leave is read by operator key on the indexed
      *>               calendar instead of a leave table; the
      *>               clock-in table holds 1000, and clock-ins or
      *>               leave lines left out of a full table are
      *>               counted in the trailer
      *> ------------------------------------------------------------
       identification division.
       program-id. NoShow.
               file status is noshow-report-file-status.

           select leave-calendar-file assign to "LEAVECAL"
               organization is indexed
               access mode is dynamic
               record key is leave-key
               alternate record key is leave-from-date
                   with duplicates
               file status is leave-calendar-file-status.

           select run-control-file assign to "RUNCTL"
               organization is line sequential
               file status is run-control-file-status.

           select holiday-calendar-file assign to "HOLCAL"
               organization is indexed
               access mode is dynamic
               record key is holiday-date
               file status is holiday-calendar-file-status.

       data division.
       file section.
       fd  operator-master-file.
       fd  run-control-file.
           copy "runctlrc.cpy".

       fd  holiday-calendar-file.
           copy "holcal.cpy".

       working-storage section.
       01  command-line-arguments       pic x(80) value spaces.
       01  operator-master-file-status  pic x(02) value spaces.
       01  on-leave-switch              pic x(01) value "N".
           88  operator-on-leave            value "Y".
       01  on-leave-count               pic 9(08) comp value zero.
       01  leave-missing-switch         pic x(01) value "N".
           88  leave-calendar-missing       value "Y".
       01  on-leave-reason              pic x(03) value spaces.
       01  clockin-overflow-count       pic 9(08) comp value zero.
       01  leave-print-overflow-count   pic 9(08) comp value zero.
       01  report-date-x                pic x(08) value spaces.
       01  run-control-file-status      pic x(02) value spaces.
       01  runctl-job-name-ws           pic x(10) value "NOSHOW".
       01  runctl-stamp-date            pic 9(08) value zero.
       01  runctl-stamp-time            pic 9(08) value zero.
       01  holiday-calendar-file-status pic x(02) value spaces.
       01  holiday-off-count            pic 9(08) comp value zero.

      *> ----------------------------------------------------------
      *> the shift date's entry on the holiday calendar, if any;
      *> an operator whose department is closed is not expected
      *> ----------------------------------------------------------
       01  closed-day-switch            pic x(01) value "N".
           88  closed-day-found             value "Y".
       01  closed-dept-switch           pic x(01) value "N".
           88  operator-dept-closed         value "Y".
       01  closed-day-description       pic x(30) value spaces.
       01  closed-day-scope             pic x(01) value space.
           88  closed-plant-wide            value "P".
       01  closed-dept-sub              pic 9(04) comp value zero.
       01  closure-line-pointer         pic 9(04) comp value zero.
       01  closed-day-dept-list.
           05  closed-day-dept occurs 10 times
                                        pic x(02).

      *> ----------------------------------------------------------
      *> operators found on leave during the master pass, held for
      *> ----------------------------------------------------------
      *> table of operator ids with a successful greeting on the
      *> report date, loaded from AUDIT-LOG-FILE up front so the
      *> master pass can check each operator with one scan; an
      *> operator left out of a full table would show as a
      *> no-show, so the trailer counts them
      *> ----------------------------------------------------------
       01  clockin-id-count             pic 9(04) comp value zero.
       01  clockin-id-sub               pic 9(04) comp value zero.
       01  clockin-scan-id              pic x(20) value spaces.
       01  clockin-id-table.
           05  clockin-id-entry occurs 1000 times.
               10  clockin-id           pic x(20).

       procedure division.
           perform 9500-stamp-run-start thru 9500-exit
           perform 1000-initialize thru 1000-exit
           perform 3000-load-clockin-table thru 3000-exit
           perform 3500-open-leave-calendar thru 3500-exit
           perform 3600-check-holiday-calendar thru 3600-exit
           perform 4000-scan-operator-master thru 4000-exit
           perform 7150-write-leave-section thru 7150-exit
           perform 7200-write-report-trailer thru 7200-exit
               until clockin-id-sub > clockin-id-count
                  or clockin-found
           if not clockin-found
               if clockin-id-count < 1000
                   add 1 to clockin-id-count
                   move audit-operator-id
                       to clockin-id(clockin-id-count)
               else
                   display "CLOCK-IN TABLE FULL - OPERATOR "
                       audit-operator-id " NOT TABLED"
                   add 1 to clockin-overflow-count
               end-if
           end-if
           .
           exit.

      *> ============================================================
      *> 3500-OPEN-LEAVE-CALENDAR - a missing calendar file means
      *> nobody is on leave, not a failed run
      *> ============================================================
       3500-open-leave-calendar.
           open input leave-calendar-file
           if leave-calendar-file-status = "35"
               move "Y" to leave-missing-switch
               go to 3500-exit
           end-if
           if leave-calendar-file-status not = "00"
               display "LEAVE CALENDAR OPEN FAILED - STATUS "
                   leave-calendar-file-status
               move "Y" to leave-missing-switch
           end-if
           .
       3500-exit.
           exit.

      *> ------------------------------------------------------------
      *> 3600-CHECK-HOLIDAY-CALENDAR - is the shift's own date a
      *> plant holiday or shutdown?  A missing calendar means no
      *> closed days, not a failed run
      *> ------------------------------------------------------------
       3600-check-holiday-calendar.
           move "N" to closed-day-switch
           open input holiday-calendar-file
           if holiday-calendar-file-status = "35"
               go to 3600-exit
           end-if
           if holiday-calendar-file-status not = "00"
               display "HOLIDAY CALENDAR OPEN FAILED - STATUS "
                   holiday-calendar-file-status
               go to 3600-exit
           end-if
           move report-date-x to holiday-date
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
           if closed-day-found
               perform 7170-write-closure-line thru 7170-exit
           end-if
           .
       3600-exit.
           exit.

      *> ============================================================
      *> 4200-CHECK-OPERATOR - clocked in or no-show
      *> ------------------------------------------------------------
       4200-check-operator.
           perform 4250-check-closed-dept thru 4250-exit
           if operator-dept-closed
               add 1 to holiday-off-count
               go to 4200-exit
           end-if
           add 1 to expected-count
           move "N" to clockin-found-switch
           move operator-id to clockin-scan-id
       4200-exit.
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
           if closed-plant-wide
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
           if closed-day-dept(closed-dept-sub) = operator-dept-code
               move "Y" to closed-dept-switch
           end-if
           .
       4260-exit.
           exit.

      *> ------------------------------------------------------------
      *> 4300-CHECK-LEAVE - is the absent operator on approved
      *> leave covering the report date?  The operator's entries
      *> are read by key in from-date order
      *> ------------------------------------------------------------
       4300-check-leave.
           move "N" to on-leave-switch
           if leave-calendar-missing
               go to 4300-exit
           end-if
           move operator-id to leave-operator-id
           move low-values to leave-from-date
           start leave-calendar-file key >= leave-key
               invalid key
                   move "Y" to leave-eof-switch
               not invalid key
                   move "N" to leave-eof-switch
           end-start
           perform 4310-read-leave-entry thru 4310-exit
               until leave-eof
                  or operator-on-leave
           .
       4300-exit.
           exit.

      *> ------------------------------------------------------------
      *> 4310-READ-LEAVE-ENTRY - an entry starting after the report
      *> date, or the next operator's, ends the search; cancelled
      *> entries stay on file but never count
      *> ------------------------------------------------------------
       4310-read-leave-entry.
           read leave-calendar-file next
               at end
                   move "Y" to leave-eof-switch
                   go to 4310-exit
           end-read
           if leave-operator-id not = operator-id
               or leave-from-date > report-date-x
               move "Y" to leave-eof-switch
               go to 4310-exit
           end-if
           if leave-approved
               and report-date-x <= leave-to-date
               move "Y" to on-leave-switch
               move leave-reason-code to on-leave-reason
           end-if
           .
       4310-exit.
                   to leave-print-id(leave-print-count)
               move operator-name
                   to leave-print-name(leave-print-count)
               move on-leave-reason
                   to leave-print-reason(leave-print-count)
           else
               display "LEAVE PRINT TABLE FULL - OPERATOR "
                   operator-id " NOT LISTED"
               add 1 to leave-print-overflow-count
           end-if
           .
       4400-exit.
       7160-exit.
           exit.

      *> ------------------------------------------------------------
      *> 7170-WRITE-CLOSURE-LINE - the holiday, and whether the
      *> whole plant or listed departments are closed, ahead of
      *> the no-show details
      *> ------------------------------------------------------------
       7170-write-closure-line.
           move spaces to noshow-section-header
           if closed-plant-wide
               string "PLANT CLOSED - " delimited by size
                      closed-day-description delimited by size
                      " - NO OPERATORS EXPECTED" delimited by size
                   into noshow-section-text
               end-string
           else
               move 1 to closure-line-pointer
               string "DEPTS CLOSED - " delimited by size
                      closed-day-description delimited by "  "
                      " -" delimited by size
                   into noshow-section-text
                   with pointer closure-line-pointer
               end-string
               perform 7175-add-closed-dept thru 7175-exit
                   varying closed-dept-sub from 1 by 1
                   until closed-dept-sub > 10
           end-if
           write noshow-section-header
           .
       7170-exit.
           exit.

      *> ------------------------------------------------------------
      *> 7175-ADD-CLOSED-DEPT - the closed department codes follow
      *> the description on the same line
      *> ------------------------------------------------------------
       7175-add-closed-dept.
           if closed-day-dept(closed-dept-sub) not = spaces
               string " " delimited by size
                      closed-day-dept(closed-dept-sub)
                          delimited by size
                   into noshow-section-text
                   with pointer closure-line-pointer
               end-string
           end-if
           .
       7175-exit.
           exit.

      *> ------------------------------------------------------------
      *> 7200-WRITE-REPORT-TRAILER - expected, clocked in, no-shows
      *> ------------------------------------------------------------
           move "OPERATORS WITH NO SHOW:" to noshow-trailer-tag
           move noshow-count to noshow-trailer-count
           write noshow-report-trailer

           move spaces to noshow-report-trailer
           move "OPERATORS OFF FOR HOLIDAY:" to noshow-trailer-tag
           move holiday-off-count to noshow-trailer-count
           write noshow-report-trailer

           if clockin-overflow-count > zero
               move spaces to noshow-report-trailer
               move "CLOCK-INS NOT TABLED - FULL:"
                   to noshow-trailer-tag
               move clockin-overflow-count to noshow-trailer-count
               write noshow-report-trailer
           end-if
           if leave-print-overflow-count > zero
               move spaces to noshow-report-trailer
               move "LEAVE NOT LISTED - TABLE FULL:"
                   to noshow-trailer-tag
               move leave-print-overflow-count
                   to noshow-trailer-count
               write noshow-report-trailer
           end-if
           .
       7200-exit.
           exit.
       9900-terminate.
           close noshow-report-file
           close operator-master-file
           if not leave-calendar-missing
               close leave-calendar-file
           end-if
           .
       9900-exit.
           exit.
