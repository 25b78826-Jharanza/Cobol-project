      *> ------------------------------------------------------------
      *> SCHLVCNV
      *>
      *> One-time schedule and leave calendar conversion.  Copies
      *> the old sequential weekly schedule and leave calendar into
      *> the indexed SCHEDULE-FILE (keyed on operator id and day of
      *> week) and LEAVE-CALENDAR-FILE (keyed on operator id and
      *> from date).  Before the run the old files are renamed to
      *> SCHEDSEQ and LEAVESEQ; the record layouts do not change.
      *>
      *> The old files never had a key, so a second schedule line
      *> for the same operator and day, or a second leave entry for
      *> the same operator and from date, cannot both be loaded.
      *> A schedule line of that kind is rejected and listed.  For
      *> leave, an approved entry replaces a cancelled one with the
      *> same key, which asserted nothing, and is counted as
      *> superseding it; any other duplicate is rejected and listed
      *> for the shift leads to book again by hand.
      *>
      *> Each file balances on its own: records read must equal
      *> records loaded plus superseded plus rejected, and the
      *> indexed file is read back afterwards and must hold exactly
      *> the records loaded.  A file whose old copy is missing is
      *> left alone, and an indexed file that already holds records
      *> is never overwritten, so a rerun cannot undo maintenance
      *> done since the conversion.
      *>
      *> Modification history
      *>   2026-10-15  original program
      *> ------------------------------------------------------------
       identification division.
       program-id. SchedLeaveConvert.
       author. Data Center Applications.
       installation. Shift Operations.
       date-written. 2026-10-15.

       environment division.
       input-output section.
       file-control.
           select schedule-seq-file assign to "SCHEDSEQ"
               organization is line sequential
               file status is schedule-seq-file-status.

           select schedule-file assign to "SCHEDULE"
               organization is indexed
               access mode is dynamic
               record key is sched-key
               alternate record key is sched-day-of-week
                   with duplicates
               file status is schedule-file-status.

           select leave-seq-file assign to "LEAVESEQ"
               organization is line sequential
               file status is leave-seq-file-status.

           select leave-calendar-file assign to "LEAVECAL"
               organization is indexed
               access mode is dynamic
               record key is leave-key
               alternate record key is leave-from-date
                   with duplicates
               file status is leave-calendar-file-status.

       data division.
       file section.
       fd  schedule-seq-file.
       01  schedule-seq-record          pic x(40).

       fd  schedule-file.
           copy "schedrec.cpy".

       fd  leave-seq-file.
       01  leave-seq-record             pic x(52).

       fd  leave-calendar-file.
           copy "leaverec.cpy".

       working-storage section.
       01  schedule-seq-file-status     pic x(02) value spaces.
       01  schedule-file-status         pic x(02) value spaces.
           88  schedule-write-ok            values "00" "02".
       01  leave-seq-file-status        pic x(02) value spaces.
       01  leave-calendar-file-status   pic x(02) value spaces.
           88  leave-write-ok               values "00" "02".
       01  schedule-eof-switch          pic x(01) value "N".
           88  schedule-eof                 value "Y".
       01  leave-eof-switch             pic x(01) value "N".
           88  leave-eof                    value "Y".
       01  schedule-convert-switch      pic x(01) value "N".
           88  schedule-converted           value "Y".
       01  leave-convert-switch         pic x(01) value "N".
           88  leave-converted              value "Y".
       01  indexed-empty-switch         pic x(01) value "N".
           88  indexed-file-empty           value "Y".
       01  incoming-approved-switch     pic x(01) value "N".
           88  incoming-approved            value "Y".
       01  leave-incoming-record        pic x(52) value spaces.
       01  balance-work                 pic 9(08) value zero.

      *> ----------------------------------------------------------
      *> control counts, one set per file
      *> ----------------------------------------------------------
       01  sched-read-count             pic 9(08) value zero.
       01  sched-loaded-count           pic 9(08) value zero.
       01  sched-rejected-count         pic 9(08) value zero.
       01  sched-failed-count           pic 9(08) value zero.
       01  sched-reread-count           pic 9(08) value zero.
       01  leave-read-count             pic 9(08) value zero.
       01  leave-loaded-count           pic 9(08) value zero.
       01  leave-superseded-count       pic 9(08) value zero.
       01  leave-rejected-count         pic 9(08) value zero.
       01  leave-failed-count           pic 9(08) value zero.
       01  leave-reread-count           pic 9(08) value zero.

       procedure division.

      *> ============================================================
      *> 0000-MAINLINE
      *> ============================================================
       0000-mainline.
           perform 2000-convert-schedule thru 2000-exit
           perform 3000-convert-leave thru 3000-exit
           perform 7000-display-control-counts thru 7000-exit
           goback.

      *> ============================================================
      *> 2000-CONVERT-SCHEDULE - the old sequential schedule into a
      *> new indexed schedule, then the indexed file counted back
      *> ============================================================
       2000-convert-schedule.
           open input schedule-seq-file
           if schedule-seq-file-status = "35"
               display "NO SCHEDSEQ FILE - SCHEDULE NOT CONVERTED"
               go to 2000-exit
           end-if
           if schedule-seq-file-status not = "00"
               display "SCHEDSEQ FILE OPEN FAILED - STATUS "
                   schedule-seq-file-status
               go to 2000-exit
           end-if

           perform 2100-check-schedule-empty thru 2100-exit
           if not indexed-file-empty
               close schedule-seq-file
               go to 2000-exit
           end-if

           open output schedule-file
           if schedule-file-status not = "00"
               display "SCHEDULE FILE OPEN FAILED - STATUS "
                   schedule-file-status
               close schedule-seq-file
               go to 2000-exit
           end-if

           move "Y" to schedule-convert-switch
           move "N" to schedule-eof-switch
           perform 2200-load-one-schedule-line thru 2200-exit
               until schedule-eof
           close schedule-seq-file
           close schedule-file
           perform 2300-count-schedule-back thru 2300-exit
           .
       2000-exit.
           exit.

      *> ------------------------------------------------------------
      *> 2100-CHECK-SCHEDULE-EMPTY - a schedule not yet created, or
      *> created but still empty, may be loaded; one holding even a
      *> single line is left alone
      *> ------------------------------------------------------------
       2100-check-schedule-empty.
           move "N" to indexed-empty-switch
           open input schedule-file
           if schedule-file-status = "35"
               move "Y" to indexed-empty-switch
               go to 2100-exit
           end-if
           if schedule-file-status not = "00"
               display "SCHEDULE FILE OPEN FAILED - STATUS "
                   schedule-file-status " - SCHEDULE NOT CONVERTED"
               go to 2100-exit
           end-if
           read schedule-file next
               at end
                   move "Y" to indexed-empty-switch
           end-read
           close schedule-file
           if not indexed-file-empty
               display "SCHEDULE ALREADY HOLDS RECORDS - "
                   "SCHEDULE NOT CONVERTED"
           end-if
           .
       2100-exit.
           exit.

      *> ------------------------------------------------------------
      *> 2200-LOAD-ONE-SCHEDULE-LINE - a key already loaded is a
      *> second line for the same operator and day
      *> ------------------------------------------------------------
       2200-load-one-schedule-line.
           read schedule-seq-file into schedule-record
               at end
                   move "Y" to schedule-eof-switch
                   go to 2200-exit
           end-read
           add 1 to sched-read-count
           write schedule-record
               invalid key
                   add 1 to sched-rejected-count
                   display "DUPLICATE SCHEDULE LINE REJECTED - "
                       sched-operator-id " " sched-day-of-week
                       " SHIFT " sched-shift-code
               not invalid key
                   if schedule-write-ok
                       add 1 to sched-loaded-count
                   else
                       add 1 to sched-failed-count
                       display "WRITE FAILED FOR SCHEDULE LINE "
                           sched-operator-id " " sched-day-of-week
                           " - STATUS " schedule-file-status
                   end-if
           end-write
           .
       2200-exit.
           exit.

      *> ------------------------------------------------------------
      *> 2300-COUNT-SCHEDULE-BACK
      *> ------------------------------------------------------------
       2300-count-schedule-back.
           open input schedule-file
           if schedule-file-status not = "00"
               display "SCHEDULE FILE REOPEN FAILED - STATUS "
                   schedule-file-status
               go to 2300-exit
           end-if
           move "N" to schedule-eof-switch
           perform 2310-count-one-schedule-line thru 2310-exit
               until schedule-eof
           close schedule-file
           .
       2300-exit.
           exit.

      *> ------------------------------------------------------------
      *> 2310-COUNT-ONE-SCHEDULE-LINE
      *> ------------------------------------------------------------
       2310-count-one-schedule-line.
           read schedule-file next
               at end
                   move "Y" to schedule-eof-switch
               not at end
                   add 1 to sched-reread-count
           end-read
           .
       2310-exit.
           exit.

      *> ============================================================
      *> 3000-CONVERT-LEAVE - the old sequential leave calendar into
      *> a new indexed calendar, then the indexed file counted back
      *> ============================================================
       3000-convert-leave.
           open input leave-seq-file
           if leave-seq-file-status = "35"
               display "NO LEAVESEQ FILE - LEAVE CALENDAR NOT "
                   "CONVERTED"
               go to 3000-exit
           end-if
           if leave-seq-file-status not = "00"
               display "LEAVESEQ FILE OPEN FAILED - STATUS "
                   leave-seq-file-status
               go to 3000-exit
           end-if

           perform 3100-check-leave-empty thru 3100-exit
           if not indexed-file-empty
               close leave-seq-file
               go to 3000-exit
           end-if

           open i-o leave-calendar-file
           if leave-calendar-file-status = "35"
               open output leave-calendar-file
               close leave-calendar-file
               open i-o leave-calendar-file
           end-if
           if leave-calendar-file-status not = "00"
               display "LEAVE CALENDAR OPEN FAILED - STATUS "
                   leave-calendar-file-status
               close leave-seq-file
               go to 3000-exit
           end-if

           move "Y" to leave-convert-switch
           move "N" to leave-eof-switch
           perform 3200-load-one-leave-entry thru 3200-exit
               until leave-eof
           close leave-seq-file
           close leave-calendar-file
           perform 3400-count-leave-back thru 3400-exit
           .
       3000-exit.
           exit.

      *> ------------------------------------------------------------
      *> 3100-CHECK-LEAVE-EMPTY - as for the schedule
      *> ------------------------------------------------------------
       3100-check-leave-empty.
           move "N" to indexed-empty-switch
           open input leave-calendar-file
           if leave-calendar-file-status = "35"
               move "Y" to indexed-empty-switch
               go to 3100-exit
           end-if
           if leave-calendar-file-status not = "00"
               display "LEAVE CALENDAR OPEN FAILED - STATUS "
                   leave-calendar-file-status
                   " - LEAVE CALENDAR NOT CONVERTED"
               go to 3100-exit
           end-if
           read leave-calendar-file next
               at end
                   move "Y" to indexed-empty-switch
           end-read
           close leave-calendar-file
           if not indexed-file-empty
               display "LEAVE CALENDAR ALREADY HOLDS RECORDS - "
                   "LEAVE CALENDAR NOT CONVERTED"
           end-if
           .
       3100-exit.
           exit.

      *> ------------------------------------------------------------
      *> 3200-LOAD-ONE-LEAVE-ENTRY - a key already loaded is a
      *> second entry for the same operator and from date
      *> ------------------------------------------------------------
       3200-load-one-leave-entry.
           read leave-seq-file into leave-calendar-record
               at end
                   move "Y" to leave-eof-switch
                   go to 3200-exit
           end-read
           add 1 to leave-read-count
           write leave-calendar-record
               invalid key
                   perform 3300-resolve-duplicate-leave thru 3300-exit
               not invalid key
                   if leave-write-ok
                       add 1 to leave-loaded-count
                   else
                       add 1 to leave-failed-count
                       display "WRITE FAILED FOR LEAVE ENTRY "
                           leave-operator-id " " leave-from-date
                           " - STATUS " leave-calendar-file-status
                   end-if
           end-write
           .
       3200-exit.
           exit.

      *> ------------------------------------------------------------
      *> 3300-RESOLVE-DUPLICATE-LEAVE - an approved entry takes the
      *> place of a cancelled one already loaded; anything else is
      *> rejected with the entry that was turned away
      *> ------------------------------------------------------------
       3300-resolve-duplicate-leave.
           move leave-calendar-record to leave-incoming-record
           move "N" to incoming-approved-switch
           if leave-approved
               move "Y" to incoming-approved-switch
           end-if
           read leave-calendar-file
               invalid key
                   add 1 to leave-failed-count
                   display "READ FAILED FOR LEAVE ENTRY "
                       leave-operator-id " " leave-from-date
                       " - STATUS " leave-calendar-file-status
                   go to 3300-exit
           end-read
           if incoming-approved
               and leave-cancelled
               move leave-incoming-record to leave-calendar-record
               rewrite leave-calendar-record
                   invalid key
                       add 1 to leave-failed-count
                       display "REWRITE FAILED FOR LEAVE ENTRY "
                           leave-operator-id " " leave-from-date
                           " - STATUS " leave-calendar-file-status
                   not invalid key
                       add 1 to leave-superseded-count
                       display "CANCELLED ENTRY SUPERSEDED - "
                           leave-operator-id " " leave-from-date
               end-rewrite
               go to 3300-exit
           end-if
           move leave-incoming-record to leave-calendar-record
           add 1 to leave-rejected-count
           display "DUPLICATE LEAVE ENTRY REJECTED - "
               leave-operator-id " " leave-from-date "-"
               leave-to-date " " leave-reason-code " "
               leave-status-flag
           .
       3300-exit.
           exit.

      *> ------------------------------------------------------------
      *> 3400-COUNT-LEAVE-BACK
      *> ------------------------------------------------------------
       3400-count-leave-back.
           open input leave-calendar-file
           if leave-calendar-file-status not = "00"
               display "LEAVE CALENDAR REOPEN FAILED - STATUS "
                   leave-calendar-file-status
               go to 3400-exit
           end-if
           move "N" to leave-eof-switch
           perform 3410-count-one-leave-entry thru 3410-exit
               until leave-eof
           close leave-calendar-file
           .
       3400-exit.
           exit.

      *> ------------------------------------------------------------
      *> 3410-COUNT-ONE-LEAVE-ENTRY
      *> ------------------------------------------------------------
       3410-count-one-leave-entry.
           read leave-calendar-file next
               at end
                   move "Y" to leave-eof-switch
               not at end
                   add 1 to leave-reread-count
           end-read
           .
       3410-exit.
           exit.

      *> ============================================================
      *> 7000-DISPLAY-CONTROL-COUNTS - each converted file's counts
      *> and whether they balance
      *> ============================================================
       7000-display-control-counts.
           if schedule-converted
               perform 7100-display-schedule-counts thru 7100-exit
           end-if
           if leave-converted
               perform 7200-display-leave-counts thru 7200-exit
           end-if
           .
       7000-exit.
           exit.

      *> ------------------------------------------------------------
      *> 7100-DISPLAY-SCHEDULE-COUNTS
      *> ------------------------------------------------------------
       7100-display-schedule-counts.
           display "SCHEDULE CONVERSION COMPLETE"
           display "  OLD LINES READ:         " sched-read-count
           display "  LINES LOADED:           " sched-loaded-count
           display "  DUPLICATES REJECTED:    " sched-rejected-count
           if sched-failed-count > zero
               display "  LINES FAILED:           "
                   sched-failed-count
           end-if
           display "  LINES ON NEW FILE:      " sched-reread-count
           compute balance-work = sched-loaded-count
               + sched-rejected-count + sched-failed-count
           if balance-work not = sched-read-count
               or sched-reread-count not = sched-loaded-count
               display "  COUNTS DO NOT BALANCE - INDEXED SCHEDULE "
                   "IS SUSPECT"
           end-if
           if sched-failed-count > zero
               display "  CONVERSION IS INCOMPLETE - INVESTIGATE "
                   "BEFORE THE ROSTER BUILD RUNS"
           end-if
           .
       7100-exit.
           exit.

      *> ------------------------------------------------------------
      *> 7200-DISPLAY-LEAVE-COUNTS
      *> ------------------------------------------------------------
       7200-display-leave-counts.
           display "LEAVE CALENDAR CONVERSION COMPLETE"
           display "  OLD ENTRIES READ:       " leave-read-count
           display "  ENTRIES LOADED:         " leave-loaded-count
           display "  CANCELLED SUPERSEDED:   "
               leave-superseded-count
           display "  DUPLICATES REJECTED:    " leave-rejected-count
           if leave-failed-count > zero
               display "  ENTRIES FAILED:         "
                   leave-failed-count
           end-if
           display "  ENTRIES ON NEW FILE:    " leave-reread-count
           compute balance-work = leave-loaded-count
               + leave-superseded-count + leave-rejected-count
               + leave-failed-count
           if balance-work not = leave-read-count
               or leave-reread-count not = leave-loaded-count
               display "  COUNTS DO NOT BALANCE - INDEXED LEAVE "
                   "CALENDAR IS SUSPECT"
           end-if
           if leave-failed-count > zero
               display "  CONVERSION IS INCOMPLETE - INVESTIGATE "
                   "BEFORE THE ROSTER BUILD RUNS"
           end-if
           .
       7200-exit.
           exit.
