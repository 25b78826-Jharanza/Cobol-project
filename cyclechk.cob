      *> record counts hand off cleanly between steps: roster
      *> records written by the roster build against roster records
      *> read by the batch greeting run, and badge events written
      *> by the greeting, clock-out, and meal-break runs against
      *> the events the hours pairing run read.  A pairing run
      *> that went first shows up here as an out-of-sequence job
      *> instead of as a report full of false in-without-out
      *> lines.
      *>
      *> The cycle date is passed on the command line as
      *> DATE=yyyymmdd and defaults to today; only run-control
      *>
      *> Modification history
      *>   2026-09-02  original program
      *>   2026-10-15  the integrity check and the meal-break runs
      *>               are reported as well; the integrity check's
      *>               line says whether it found exceptions, and
      *>               break events count toward the badge events
      *>               handed to the hours pairing run
      *>   2026-10-15  stamps left out of a full stamp table are
      *>               counted in the trailer
      *> ------------------------------------------------------------
       identification division.
       program-id. CycleCheck.
      *> ----------------------------------------------------------
       01  stamp-count                  pic 9(04) comp value zero.
       01  stamp-sub                    pic 9(04) comp value zero.
       01  stamp-overflow-count         pic 9(08) comp value zero.
       01  stamp-table.
           05  stamp-entry occurs 500 times.
               10  stamp-job            pic x(10).

      *> ----------------------------------------------------------
      *> the nightly jobs in the order they are meant to run;
      *> AUDARCH, the integrity check, and the meal-break runs
      *> are appended as reported-only jobs
      *> ----------------------------------------------------------
       01  expected-job-values.
           05  filler  pic x(10) value "OPMUTIL".
           05  filler  pic x(10) value "BADGERCN".
           05  filler  pic x(10) value "NOSHOW".
           05  filler  pic x(10) value "AUDARCH".
           05  filler  pic x(10) value "INTEGCHK".
           05  filler  pic x(10) value "BREAKSTRT".
           05  filler  pic x(10) value "BREAKEND".
       01  expected-job-table redefines expected-job-values.
           05  expected-job-entry occurs 11 times.
               10  expected-job-name    pic x(10).
       01  expected-job-count           pic 9(04) comp value 11.
       01  required-job-count           pic 9(04) comp value 7.
       01  integrity-job-sub            pic 9(04) comp value 9.
       01  exceptions-display           pic zz,zzz,zz9.
       01  expected-job-sub             pic 9(04) comp value zero.

      *> ----------------------------------------------------------
      *> last end, and where in the file the end landed
      *> ----------------------------------------------------------
       01  job-result-table.
           05  job-result-entry occurs 11 times.
               10  job-start-switch     pic x(01).
                   88  job-start-seen       value "Y".
               10  job-start-time       pic x(08).

           perform 1200-clear-job-results thru 1200-exit
               varying expected-job-sub from 1 by 1
               until expected-job-sub > expected-job-count

           open input run-control-file
           if run-control-file-status = "35"
                       else
                           display "STAMP TABLE FULL - RECORD FOR "
                               runctl-job-name " NOT TABLED"
                           add 1 to stamp-overflow-count
                       end-if
                   end-if
           end-read
       4000-settle-job-results.
           perform 4100-settle-one-job thru 4100-exit
               varying expected-job-sub from 1 by 1
               until expected-job-sub > expected-job-count

           move zero to prior-end-sequence
           perform 4300-check-one-sequence thru 4300-exit
           write cycle-section-header
           perform 7300-write-job-detail thru 7300-exit
               varying expected-job-sub from 1 by 1
               until expected-job-sub > expected-job-count
           .
       7000-exit.
           exit.
           evaluate true
               when not job-start-seen(expected-job-sub)
                   and not job-end-seen(expected-job-sub)
                   evaluate true
                       when expected-job-sub <= required-job-count
                           move "DID NOT RUN" to cycle-job-message
                           add 1 to problems-found-count
                       when expected-job-sub < integrity-job-sub
                           move "NOT RUN - PERIODIC JOB"
                               to cycle-job-message
                       when other
                           move "NOT RUN - REPORTED ONLY"
                               to cycle-job-message
                   end-evaluate
               when not job-end-seen(expected-job-sub)
                   move "STARTED BUT DID NOT FINISH"
                       to cycle-job-message
                       into cycle-job-message
                   end-string
                   add 1 to problems-found-count
               when expected-job-sub = integrity-job-sub
                   perform 7350-integrity-message thru 7350-exit
                   add 1 to jobs-completed-count
               when other
                   move "RAN TO COMPLETION" to cycle-job-message
                   add 1 to jobs-completed-count
       7300-exit.
           exit.

      *> ------------------------------------------------------------
      *> 7350-INTEGRITY-MESSAGE - the integrity check stamps the
      *> exceptions it found as its records out; they are a note
      *> for the file owners, not a cycle problem
      *> ------------------------------------------------------------
       7350-integrity-message.
           if job-records-out(expected-job-sub) = zero
               move "RAN - NO EXCEPTIONS FOUND" to cycle-job-message
               go to 7350-exit
           end-if
           move job-records-out(expected-job-sub) to exceptions-display
           string "RAN - EXCEPTIONS FOUND: " delimited by size
                  function trim(exceptions-display) delimited by size
               into cycle-job-message
           end-string
           .
       7350-exit.
           exit.

      *> ============================================================
      *> 7400-WRITE-HANDOFF-SECTION - do the counts hand off
      *> cleanly between steps?
           move job-records-in(3) to handoff-read-count
           perform 7500-write-one-handoff thru 7500-exit

      *> badge events: written by the greeting, clock-out, and
      *> meal-break runs, read by the hours pairing run
           compute handoff-written-count =
               job-records-out(3) + job-records-out(4)
                   + job-records-out(10) + job-records-out(11)
           move job-records-in(5) to handoff-read-count
           perform 7600-write-badge-handoff thru 7600-exit
           .
           exit.

      *> ------------------------------------------------------------
      *> 7600-WRITE-BADGE-HANDOFF - greeting, clock-out, and
      *> meal-break runs to the hours pairing run
      *> ------------------------------------------------------------
       7600-write-badge-handoff.
           move spaces to cycle-handoff-detail
           move "PROBLEMS FOUND:" to cycle-trailer-tag
           move problems-found-count to cycle-trailer-count
           write cycle-report-trailer

           if stamp-overflow-count > zero
               move spaces to cycle-report-trailer
               move "STAMPS NOT TABLED - FULL:" to cycle-trailer-tag
               move stamp-overflow-count to cycle-trailer-count
               write cycle-report-trailer
           end-if
           .
       7700-exit.
           exit.
