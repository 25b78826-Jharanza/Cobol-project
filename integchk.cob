      *> ------------------------------------------------------------
      *> INTEGCHK
      *>
      *> Nightly data integrity check.  Reads OPERATOR-MASTER-FILE,
      *> DEPT-MASTER-FILE, SCHEDULE-FILE, LEAVE-CALENDAR-FILE, and
      *> SUSPENSE-FILE and prints every orphan or contradiction it
      *> finds between them, one line per exception under the file
      *> it was found on, with a count per category at the end:
      *>
      *>     schedule lines for operators unknown or inactive on
      *>     the master, or with a day or shift that is not valid;
      *>     active operators in a department missing from the
      *>     department master or marked inactive there;
      *>     active departments with no supervisor name;
      *>     approved leave for operators not on the master, future
      *>     leave left behind for operators since deactivated,
      *>     leave running past the operator's credential expiry,
      *>     and approved entries for one operator that overlap;
      *>     suspense names not on the master, or for operators
      *>     since deactivated, that the rerun will never clear.
      *>
      *> Nothing is corrected here -- the report goes to whoever
      *> owns the file concerned.  The run stamps the shared
      *> run-control file with the records checked and the
      *> exceptions found, so the cycle verifier shows whether it
      *> ran and whether it found anything.  A missing schedule,
      *> leave calendar, suspense file, or department master is
      *> treated as empty; with no department master the
      *> department checks are waived, as the roster build does.
      *>
      *> Modification history
      *>   2026-10-15  original program
      *>   2026-10-15  the indexed schedule and leave calendar are
      *>               read in key order; leave overlap is checked as
      *>               each operator's entries go by instead of from
      *>               a leave table, so no entry goes unchecked
      *> ------------------------------------------------------------
       identification division.
       program-id. IntegrityCheck.
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

           select schedule-file assign to "SCHEDULE"
               organization is indexed
               access mode is dynamic
               record key is sched-key
               alternate record key is sched-day-of-week
                   with duplicates
               file status is schedule-file-status.

           select leave-calendar-file assign to "LEAVECAL"
               organization is indexed
               access mode is dynamic
               record key is leave-key
               alternate record key is leave-from-date
                   with duplicates
               file status is leave-calendar-file-status.

           select suspense-file assign to "SUSPENSE"
               organization is line sequential
               file status is suspense-file-status.

           select integrity-report-file assign to "INTEGRPT"
               organization is line sequential
               file status is integrity-report-file-status.

           select run-control-file assign to "RUNCTL"
               organization is line sequential
               file status is run-control-file-status.

       data division.
       file section.
       fd  operator-master-file.
           copy "opermast.cpy".

       fd  dept-master-file.
           copy "deptmast.cpy".

       fd  schedule-file.
           copy "schedrec.cpy".

       fd  leave-calendar-file.
           copy "leaverec.cpy".

       fd  suspense-file.
           copy "suspnrec.cpy".

       fd  integrity-report-file.
           copy "integrp.cpy".

       fd  run-control-file.
           copy "runctlrc.cpy".

       working-storage section.
       01  operator-master-file-status  pic x(02) value spaces.
       01  dept-master-file-status      pic x(02) value spaces.
       01  schedule-file-status         pic x(02) value spaces.
       01  leave-calendar-file-status   pic x(02) value spaces.
       01  suspense-file-status         pic x(02) value spaces.
       01  integrity-report-file-status pic x(02) value spaces.
       01  run-control-file-status      pic x(02) value spaces.
       01  runctl-job-name-ws           pic x(10) value "INTEGCHK".
       01  runctl-stamp-date            pic 9(08) value zero.
       01  runctl-stamp-time            pic 9(08) value zero.
       01  runctl-status-ws             pic x(04) value "OK".
       01  master-eof-switch            pic x(01) value "N".
           88  master-eof                   value "Y".
       01  dept-eof-switch              pic x(01) value "N".
           88  dept-eof                     value "Y".
       01  schedule-eof-switch          pic x(01) value "N".
           88  schedule-eof                 value "Y".
       01  leave-eof-switch             pic x(01) value "N".
           88  leave-eof                    value "Y".
       01  suspense-eof-switch          pic x(01) value "N".
           88  suspense-eof                 value "Y".
       01  dept-master-switch           pic x(01) value "N".
           88  dept-master-missing          value "Y".
       01  operator-found-switch        pic x(01) value "N".
           88  operator-found               value "Y".
       01  current-date-yyyymmdd        pic 9(08) value zero.
       01  current-date-x               pic x(08) value spaces.
       01  formatted-run-date           pic x(10) value spaces.
       01  records-checked-count        pic 9(08) comp value zero.
       01  exceptions-found-count       pic 9(08) comp value zero.
       01  lookup-operator-id           pic x(20) value spaces.
       01  check-day-of-week            pic x(03) value spaces.
           88  check-day-valid              values "MON" "TUE" "WED"
                                                   "THU" "FRI" "SAT"
                                                   "SUN".
       01  check-shift-code             pic x(01) value space.
           88  check-shift-valid            values "D" "S" "N".
       01  retry-count-display          pic z9.
       01  section-heading-text         pic x(40) value spaces.

      *> ----------------------------------------------------------
      *> the exception being reported: its category (a subscript
      *> into the category table below), the record key it was
      *> found under, and the detail text
      *> ----------------------------------------------------------
       01  exception-category-sub       pic 9(04) comp value zero.
       01  exception-key                pic x(20) value spaces.
       01  exception-text               pic x(46) value spaces.

      *> ----------------------------------------------------------
      *> exception categories, in report order, with a count of
      *> each for the trailer
      *> ----------------------------------------------------------
       01  category-name-values.
           05  filler  pic x(30) value "SCHEDULE - OPERATOR UNKNOWN".
           05  filler  pic x(30) value "SCHEDULE - OPERATOR INACTIVE".
           05  filler  pic x(30) value "SCHEDULE - BAD DAY OR SHIFT".
           05  filler  pic x(30) value "OPERATOR - DEPT NOT ON FILE".
           05  filler  pic x(30) value "OPERATOR - DEPT INACTIVE".
           05  filler  pic x(30) value "DEPT - NO SUPERVISOR NAME".
           05  filler  pic x(30) value "LEAVE - OPERATOR UNKNOWN".
           05  filler  pic x(30) value "LEAVE - FUTURE, OPER INACTIVE".
           05  filler  pic x(30) value "LEAVE - PAST CREDENTIAL EXPIRY".
           05  filler  pic x(30) value "LEAVE - OVERLAPPING ENTRIES".
           05  filler  pic x(30) value "SUSPENSE - OPERATOR UNKNOWN".
           05  filler  pic x(30) value "SUSPENSE - OPERATOR INACTIVE".
       01  category-name-table redefines category-name-values.
           05  category-name-entry occurs 12 times.
               10  category-name        pic x(30).
       01  category-count-table.
           05  category-count occurs 12 times
                                        pic 9(08) comp.
       01  category-total               pic 9(04) comp value 12.
       01  category-sub                 pic 9(04) comp value zero.

      *> ----------------------------------------------------------
      *> the calendar comes back in operator and from-date order,
      *> so an approved entry is held here while the operator's
      *> later entries are compared against it: the one held is
      *> whichever of the operator's entries so far ends latest
      *> ----------------------------------------------------------
       01  prior-leave-entry.
           05  prior-leave-id           pic x(20) value spaces.
           05  prior-leave-from         pic x(08) value spaces.
           05  prior-leave-to           pic x(08) value spaces.

       procedure division.

      *> ============================================================
      *> 0000-MAINLINE
      *> ============================================================
       0000-mainline.
           perform 9500-stamp-run-start thru 9500-exit
           perform 1000-initialize thru 1000-exit
           perform 2000-check-operator-master thru 2000-exit
           perform 3000-check-dept-master thru 3000-exit
           perform 4000-check-schedule thru 4000-exit
           perform 5000-check-leave-calendar thru 5000-exit
           perform 6000-check-suspense thru 6000-exit
           perform 7700-write-report-trailer thru 7700-exit
           perform 9600-stamp-run-end thru 9600-exit
           perform 9900-terminate thru 9900-exit
           goback.

      *> ------------------------------------------------------------
      *> 1000-INITIALIZE - the operator master is the one file every
      *> check leans on; without it the run stops, leaving its
      *> start stamp without an end for the cycle verifier
      *> ------------------------------------------------------------
       1000-initialize.
           accept current-date-yyyymmdd from date yyyymmdd
           move current-date-yyyymmdd to current-date-x
           perform 1100-format-run-date thru 1100-exit
           perform 1200-clear-category-count thru 1200-exit
               varying category-sub from 1 by 1
               until category-sub > category-total

           open input operator-master-file
           if operator-master-file-status not = "00"
               display "OPERATOR MASTER OPEN FAILED - STATUS "
                   operator-master-file-status
               goback
           end-if

           open input dept-master-file
           if dept-master-file-status = "35"
               move "Y" to dept-master-switch
               display "NO DEPARTMENT MASTER - DEPARTMENT CHECKS WAIVED"
           else
               if dept-master-file-status not = "00"
                   display "DEPT MASTER OPEN FAILED - STATUS "
                       dept-master-file-status
                   close operator-master-file
                   goback
               end-if
           end-if

           open output integrity-report-file
           if integrity-report-file-status not = "00"
               display "INTEGRITY REPORT OPEN FAILED - STATUS "
                   integrity-report-file-status
               close operator-master-file
               if not dept-master-missing
                   close dept-master-file
               end-if
               goback
           end-if

           perform 7100-write-report-header thru 7100-exit
           .
       1000-exit.
           exit.

      *> ------------------------------------------------------------
      *> 1100-FORMAT-RUN-DATE - MM/DD/YYYY for the report header
      *> ------------------------------------------------------------
       1100-format-run-date.
           move spaces to formatted-run-date
           move current-date-yyyymmdd(5:2) to formatted-run-date(1:2)
           move "/" to formatted-run-date(3:1)
           move current-date-yyyymmdd(7:2) to formatted-run-date(4:2)
           move "/" to formatted-run-date(6:1)
           move current-date-yyyymmdd(1:4) to formatted-run-date(7:4)
           .
       1100-exit.
           exit.

      *> ------------------------------------------------------------
      *> 1200-CLEAR-CATEGORY-COUNT
      *> ------------------------------------------------------------
       1200-clear-category-count.
           move zero to category-count(category-sub)
           .
       1200-exit.
           exit.

      *> ============================================================
      *> 2000-CHECK-OPERATOR-MASTER - front-to-back pass; every
      *> active operator's department must be on the department
      *> master and active there
      *> ============================================================
       2000-check-operator-master.
           move "OPERATOR MASTER" to section-heading-text
           perform 7200-write-section-header thru 7200-exit
           move low-values to operator-id
           start operator-master-file key >= operator-id
               invalid key
                   move "Y" to master-eof-switch
               not invalid key
                   move "N" to master-eof-switch
           end-start
           perform 2100-read-master-record thru 2100-exit
               until master-eof
           .
       2000-exit.
           exit.

      *> ------------------------------------------------------------
      *> 2100-READ-MASTER-RECORD
      *> ------------------------------------------------------------
       2100-read-master-record.
           read operator-master-file next
               at end
                   move "Y" to master-eof-switch
               not at end
                   add 1 to records-checked-count
                   if operator-active
                       and not dept-master-missing
                       perform 2200-check-operator-dept thru 2200-exit
                   end-if
           end-read
           .
       2100-exit.
           exit.

      *> ------------------------------------------------------------
      *> 2200-CHECK-OPERATOR-DEPT
      *> ------------------------------------------------------------
       2200-check-operator-dept.
           move operator-dept-code to dept-code
           read dept-master-file
               invalid key
                   move 4 to exception-category-sub
                   move operator-id to exception-key
                   move spaces to exception-text
                   string "DEPT " delimited by size
                          operator-dept-code delimited by size
                          " NOT ON DEPARTMENT MASTER" delimited by size
                       into exception-text
                   end-string
                   perform 7300-write-exception thru 7300-exit
               not invalid key
                   if dept-inactive
                       move 5 to exception-category-sub
                       move operator-id to exception-key
                       move spaces to exception-text
                       string "DEPT " delimited by size
                              dept-code delimited by size
                              " " delimited by size
                              dept-name delimited by size
                           into exception-text
                       end-string
                       perform 7300-write-exception thru 7300-exit
                   end-if
           end-read
           .
       2200-exit.
           exit.

      *> ============================================================
      *> 3000-CHECK-DEPT-MASTER - every active department needs a
      *> supervisor name for the reports that print it
      *> ============================================================
       3000-check-dept-master.
           if dept-master-missing
               go to 3000-exit
           end-if
           move "DEPARTMENT MASTER" to section-heading-text
           perform 7200-write-section-header thru 7200-exit
           move low-values to dept-code
           start dept-master-file key >= dept-code
               invalid key
                   move "Y" to dept-eof-switch
               not invalid key
                   move "N" to dept-eof-switch
           end-start
           perform 3100-read-dept-record thru 3100-exit
               until dept-eof
           .
       3000-exit.
           exit.

      *> ------------------------------------------------------------
      *> 3100-READ-DEPT-RECORD
      *> ------------------------------------------------------------
       3100-read-dept-record.
           read dept-master-file next
               at end
                   move "Y" to dept-eof-switch
               not at end
                   add 1 to records-checked-count
                   if dept-active
                       and dept-supervisor-name = spaces
                       move 6 to exception-category-sub
                       move dept-code to exception-key
                       move dept-name to exception-text
                       perform 7300-write-exception thru 7300-exit
                   end-if
           end-read
           .
       3100-exit.
           exit.

      *> ============================================================
      *> 4000-CHECK-SCHEDULE - every schedule line must name an
      *> active operator and a real day and shift
      *> ============================================================
       4000-check-schedule.
           move "SCHEDULE" to section-heading-text
           perform 7200-write-section-header thru 7200-exit
           open input schedule-file
           if schedule-file-status = "35"
               go to 4000-exit
           end-if
           if schedule-file-status not = "00"
               display "SCHEDULE FILE OPEN FAILED - STATUS "
                   schedule-file-status
               move "FAIL" to runctl-status-ws
               go to 4000-exit
           end-if
           move low-values to sched-key
           start schedule-file key >= sched-key
               invalid key
                   move "Y" to schedule-eof-switch
               not invalid key
                   move "N" to schedule-eof-switch
           end-start
           perform 4100-read-schedule-record thru 4100-exit
               until schedule-eof
           close schedule-file
           .
       4000-exit.
           exit.

      *> ------------------------------------------------------------
      *> 4100-READ-SCHEDULE-RECORD
      *> ------------------------------------------------------------
       4100-read-schedule-record.
           read schedule-file next
               at end
                   move "Y" to schedule-eof-switch
               not at end
                   add 1 to records-checked-count
                   perform 4200-check-schedule-line thru 4200-exit
           end-read
           .
       4100-exit.
           exit.

      *> ------------------------------------------------------------
      *> 4200-CHECK-SCHEDULE-LINE
      *> ------------------------------------------------------------
       4200-check-schedule-line.
           move sched-operator-id to exception-key
           move sched-day-of-week to check-day-of-week
           move sched-shift-code to check-shift-code
           if not check-day-valid
               or not check-shift-valid
               move 3 to exception-category-sub
               move spaces to exception-text
               string "DAY " delimited by size
                      sched-day-of-week delimited by size
                      "  SHIFT " delimited by size
                      sched-shift-code delimited by size
                   into exception-text
               end-string
               perform 7300-write-exception thru 7300-exit
           end-if

           move sched-operator-id to lookup-operator-id
           perform 8000-lookup-operator thru 8000-exit
           evaluate true
               when not operator-found
                   move 1 to exception-category-sub
                   move "NOT ON OPERATOR MASTER" to exception-text
                   perform 7300-write-exception thru 7300-exit
               when not operator-active
                   move 2 to exception-category-sub
                   move spaces to exception-text
                   string "SCHEDULED " delimited by size
                          sched-day-of-week delimited by size
                          " - OPERATOR DEACTIVATED" delimited by size
                       into exception-text
                   end-string
                   perform 7300-write-exception thru 7300-exit
               when other
                   continue
           end-evaluate
           .
       4200-exit.
           exit.

      *> ============================================================
      *> 5000-CHECK-LEAVE-CALENDAR - approved entries only; a
      *> cancelled entry stays on file but asserts nothing
      *> ============================================================
       5000-check-leave-calendar.
           move "LEAVE CALENDAR" to section-heading-text
           perform 7200-write-section-header thru 7200-exit
           open input leave-calendar-file
           if leave-calendar-file-status = "35"
               go to 5000-exit
           end-if
           if leave-calendar-file-status not = "00"
               display "LEAVE CALENDAR OPEN FAILED - STATUS "
                   leave-calendar-file-status
               move "FAIL" to runctl-status-ws
               go to 5000-exit
           end-if
           move low-values to leave-key
           start leave-calendar-file key >= leave-key
               invalid key
                   move "Y" to leave-eof-switch
               not invalid key
                   move "N" to leave-eof-switch
           end-start
           perform 5100-read-leave-record thru 5100-exit
               until leave-eof
           close leave-calendar-file
           .
       5000-exit.
           exit.

      *> ------------------------------------------------------------
      *> 5100-READ-LEAVE-RECORD
      *> ------------------------------------------------------------
       5100-read-leave-record.
           read leave-calendar-file next
               at end
                   move "Y" to leave-eof-switch
               not at end
                   add 1 to records-checked-count
                   if leave-approved
                       perform 5200-check-leave-entry thru 5200-exit
                   end-if
           end-read
           .
       5100-exit.
           exit.

      *> ------------------------------------------------------------
      *> 5200-CHECK-LEAVE-ENTRY - against the master, then against
      *> the operator's earlier entries for overlap
      *> ------------------------------------------------------------
       5200-check-leave-entry.
           move leave-operator-id to exception-key
           move leave-operator-id to lookup-operator-id
           perform 8000-lookup-operator thru 8000-exit
           if not operator-found
               move 7 to exception-category-sub
               move spaces to exception-text
               string leave-from-date delimited by size
                      "-" delimited by size
                      leave-to-date delimited by size
                      " " delimited by size
                      leave-reason-code delimited by size
                      " - NOT ON MASTER" delimited by size
                   into exception-text
               end-string
               perform 7300-write-exception thru 7300-exit
           else
               if not operator-active
                   and leave-to-date >= current-date-x
                   move 8 to exception-category-sub
                   move spaces to exception-text
                   string leave-from-date delimited by size
                          "-" delimited by size
                          leave-to-date delimited by size
                          " " delimited by size
                          leave-reason-code delimited by size
                          " - OPERATOR DEACTIVATED" delimited by size
                       into exception-text
                   end-string
                   perform 7300-write-exception thru 7300-exit
               end-if
               if operator-expiry-date not = spaces
                   and leave-to-date > operator-expiry-date
                   move 9 to exception-category-sub
                   move spaces to exception-text
                   string leave-from-date delimited by size
                          "-" delimited by size
                          leave-to-date delimited by size
                          " PAST EXPIRY " delimited by size
                          operator-expiry-date delimited by size
                       into exception-text
                   end-string
                   perform 7300-write-exception thru 7300-exit
               end-if
           end-if

           perform 5500-check-leave-overlap thru 5500-exit
           .
       5200-exit.
           exit.

      *> ------------------------------------------------------------
      *> 5500-CHECK-LEAVE-OVERLAP - the entry starts no earlier than
      *> any of the operator's entries before it, so it overlaps one
      *> of them when it starts on or before the latest day they
      *> run to; it is reported against the entry running latest
      *> ------------------------------------------------------------
       5500-check-leave-overlap.
           if leave-operator-id not = prior-leave-id
               move leave-operator-id to prior-leave-id
               move leave-from-date to prior-leave-from
               move leave-to-date to prior-leave-to
               go to 5500-exit
           end-if
           if leave-from-date <= prior-leave-to
               move 10 to exception-category-sub
               move leave-operator-id to exception-key
               move spaces to exception-text
               string prior-leave-from delimited by size
                      "-" delimited by size
                      prior-leave-to delimited by size
                      " OVERLAPS " delimited by size
                      leave-from-date delimited by size
                      "-" delimited by size
                      leave-to-date delimited by size
                   into exception-text
               end-string
               perform 7300-write-exception thru 7300-exit
           end-if
           if leave-to-date > prior-leave-to
               move leave-from-date to prior-leave-from
               move leave-to-date to prior-leave-to
           end-if
           .
       5500-exit.
           exit.

      *> ============================================================
      *> 6000-CHECK-SUSPENSE - a queued name the master does not
      *> know, or knows as deactivated, will fail every rerun
      *> ============================================================
       6000-check-suspense.
           move "SUSPENSE" to section-heading-text
           perform 7200-write-section-header thru 7200-exit
           open input suspense-file
           if suspense-file-status = "35"
               go to 6000-exit
           end-if
           if suspense-file-status not = "00"
               display "SUSPENSE FILE OPEN FAILED - STATUS "
                   suspense-file-status
               move "FAIL" to runctl-status-ws
               go to 6000-exit
           end-if
           move "N" to suspense-eof-switch
           perform 6100-read-suspense-record thru 6100-exit
               until suspense-eof
           close suspense-file
           .
       6000-exit.
           exit.

      *> ------------------------------------------------------------
      *> 6100-READ-SUSPENSE-RECORD - the rerun looks names up on
      *> their first twenty characters, and so does this check
      *> ------------------------------------------------------------
       6100-read-suspense-record.
           read suspense-file
               at end
                   move "Y" to suspense-eof-switch
               not at end
                   add 1 to records-checked-count
                   perform 6200-check-suspense-name thru 6200-exit
           end-read
           .
       6100-exit.
           exit.

      *> ------------------------------------------------------------
      *> 6200-CHECK-SUSPENSE-NAME
      *> ------------------------------------------------------------
       6200-check-suspense-name.
           move suspense-name(1:20) to exception-key
           move suspense-name(1:20) to lookup-operator-id
           perform 8000-lookup-operator thru 8000-exit
           if operator-found
               and operator-active
               go to 6200-exit
           end-if
           if operator-found
               move 12 to exception-category-sub
           else
               move 11 to exception-category-sub
           end-if
           move suspense-retry-count to retry-count-display
           move spaces to exception-text
           string "QUEUED " delimited by size
                  suspense-run-date delimited by size
                  " " delimited by size
                  suspense-reason delimited by size
                  " RETRIES " delimited by size
                  retry-count-display delimited by size
               into exception-text
           end-string
           perform 7300-write-exception thru 7300-exit
           .
       6200-exit.
           exit.

      *> ------------------------------------------------------------
      *> 7100-WRITE-REPORT-HEADER
      *> ------------------------------------------------------------
       7100-write-report-header.
           move spaces to integ-report-header-1
           move "DATA INTEGRITY CHECK" to integ-header-title
           move "RUN DATE:" to integ-header-date-tag
           move formatted-run-date to integ-header-date
           write integ-report-header-1
           .
       7100-exit.
           exit.

      *> ------------------------------------------------------------
      *> 7200-WRITE-SECTION-HEADER - the caller moves the heading
      *> into section-heading-text first
      *> ------------------------------------------------------------
       7200-write-section-header.
           move spaces to integ-section-header
           move section-heading-text to integ-section-text
           write integ-section-header
           .
       7200-exit.
           exit.

      *> ------------------------------------------------------------
      *> 7300-WRITE-EXCEPTION - one line per exception, counted
      *> under its category
      *> ------------------------------------------------------------
       7300-write-exception.
           move spaces to integ-report-detail
           move category-name(exception-category-sub)
               to integ-detail-category
           move exception-key to integ-detail-key
           move exception-text to integ-detail-text
           write integ-report-detail
           add 1 to category-count(exception-category-sub)
           add 1 to exceptions-found-count
           .
       7300-exit.
           exit.

      *> ------------------------------------------------------------
      *> 7700-WRITE-REPORT-TRAILER - a count for every category,
      *> found or not, so a clean night reads as one
      *> ------------------------------------------------------------
       7700-write-report-trailer.
           move "EXCEPTIONS BY CATEGORY" to section-heading-text
           perform 7200-write-section-header thru 7200-exit
           perform 7710-write-category-count thru 7710-exit
               varying category-sub from 1 by 1
               until category-sub > category-total

           move spaces to integ-report-trailer
           move "RECORDS CHECKED:" to integ-trailer-tag
           move records-checked-count to integ-trailer-count
           write integ-report-trailer

           move spaces to integ-report-trailer
           move "EXCEPTIONS FOUND:" to integ-trailer-tag
           move exceptions-found-count to integ-trailer-count
           write integ-report-trailer
           .
       7700-exit.
           exit.

      *> ------------------------------------------------------------
      *> 7710-WRITE-CATEGORY-COUNT
      *> ------------------------------------------------------------
       7710-write-category-count.
           move spaces to integ-report-trailer
           move category-name(category-sub) to integ-trailer-tag
           move category-count(category-sub) to integ-trailer-count
           write integ-report-trailer
           .
       7710-exit.
           exit.

      *> ------------------------------------------------------------
      *> 8000-LOOKUP-OPERATOR - keyed read on lookup-operator-id;
      *> the master record is left in the record area when found
      *> ------------------------------------------------------------
       8000-lookup-operator.
           move lookup-operator-id to operator-id
           read operator-master-file
               invalid key
                   move "N" to operator-found-switch
               not invalid key
                   move "Y" to operator-found-switch
           end-read
           .
       8000-exit.
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
      *> 9600-STAMP-RUN-END - end record with completion status,
      *> the records checked, and the exceptions found
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
           move records-checked-count to runctl-records-in
           move exceptions-found-count to runctl-records-out
           write run-control-record
           close run-control-file
           .
       9600-exit.
           exit.

      *> ============================================================
      *> 9900-TERMINATE
      *> ============================================================
       9900-terminate.
           close integrity-report-file
           close operator-master-file
           if not dept-master-missing
               close dept-master-file
           end-if
           .
       9900-exit.
           exit.
