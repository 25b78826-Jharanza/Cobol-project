      *> ------------------------------------------------------------
      *> PUNCHREG
      *>
      *> Missed-punch correction register for payroll audit.  Lists
      *> every transaction on PUNCH-CORRECTION-FILE in the order it
      *> was entered -- the operator and business date corrected,
      *> the event, the corrected time, the reason code, the
      *> approving supervisor, and the date it was entered -- with
      *> voids marked, so payroll can see who changed what.
      *>
      *> The business-date range is passed on the command line as
      *>     FROM=yyyymmdd TO=yyyymmdd
      *> and either end may be omitted, which leaves that end of the
      *> range open.
      *>
      *> Modification history
      *>   2026-10-15  original program
      *> ------------------------------------------------------------
       identification division.
       program-id. PunchCorrRegister.
       author. Data Center Applications.
       installation. Shift Operations.
       date-written. 2026-10-15.

       environment division.
       input-output section.
       file-control.
           select punch-correction-file assign to "PUNCHCOR"
               organization is line sequential
               file status is punch-correction-file-status.

           select punch-register-report-file assign to "PCHREGRPT"
               organization is line sequential
               file status is punch-register-file-status.

       data division.
       file section.
       fd  punch-correction-file.
           copy "punchcor.cpy".

       fd  punch-register-report-file.
           copy "pchregrp.cpy".

       working-storage section.
       01  command-line-arguments       pic x(80) value spaces.
       01  argument-sub                 pic 9(04) comp value zero.
       01  punch-correction-file-status pic x(02) value spaces.
       01  punch-register-file-status   pic x(02) value spaces.
       01  correction-eof-switch        pic x(01) value "N".
           88  correction-eof               value "Y".
       01  range-from-date              pic x(08) value "00000000".
       01  range-to-date                pic x(08) value "99999999".
       01  register-listed-count        pic 9(08) comp value zero.
       01  register-approved-count      pic 9(08) comp value zero.
       01  register-voided-count        pic 9(08) comp value zero.
       01  formatted-correction-time.
           05  formatted-hours          pic x(02).
           05  filler                   pic x(01) value ":".
           05  formatted-minutes        pic x(02).

       procedure division.

      *> ============================================================
      *> 0000-MAINLINE
      *> ============================================================
       0000-mainline.
           perform 1000-initialize thru 1000-exit
           perform 3000-list-corrections thru 3000-exit
           perform 7400-write-trailer thru 7400-exit
           perform 9900-terminate thru 9900-exit
           goback.

      *> ------------------------------------------------------------
      *> 1000-INITIALIZE - a missing correction file is an empty
      *> register, not an error
      *> ------------------------------------------------------------
       1000-initialize.
           move spaces to command-line-arguments
           accept command-line-arguments from command-line
           perform 1100-parse-date-range thru 1100-exit

           open output punch-register-report-file
           if punch-register-file-status not = "00"
               display "CORRECTION REGISTER FILE OPEN FAILED - STATUS "
                   punch-register-file-status
               goback
           end-if

           perform 7100-write-report-header thru 7100-exit

           open input punch-correction-file
           if punch-correction-file-status = "35"
               move "Y" to correction-eof-switch
               go to 1000-exit
           end-if
           if punch-correction-file-status not = "00"
               display "PUNCH CORRECTION FILE OPEN FAILED - STATUS "
                   punch-correction-file-status
               close punch-register-report-file
               goback
           end-if
           .
       1000-exit.
           exit.

      *> ------------------------------------------------------------
      *> 1100-PARSE-DATE-RANGE - FROM=yyyymmdd and TO=yyyymmdd may
      *> appear anywhere on the command line; an absent end leaves
      *> that end of the range open
      *> ------------------------------------------------------------
       1100-parse-date-range.
           perform 1110-scan-argument-position thru 1110-exit
               varying argument-sub from 1 by 1
               until argument-sub > 67
           .
       1100-exit.
           exit.

      *> ------------------------------------------------------------
      *> 1110-SCAN-ARGUMENT-POSITION
      *> ------------------------------------------------------------
       1110-scan-argument-position.
           if command-line-arguments(argument-sub:5) = "FROM="
               move command-line-arguments(argument-sub + 5:8)
                   to range-from-date
           end-if
           if command-line-arguments(argument-sub:3) = "TO="
               move command-line-arguments(argument-sub + 3:8)
                   to range-to-date
           end-if
           .
       1110-exit.
           exit.

      *> ============================================================
      *> 3000-LIST-CORRECTIONS - one pass over PUNCHCOR in entry
      *> order
      *> ============================================================
       3000-list-corrections.
           perform 3100-read-correction thru 3100-exit
               until correction-eof
           if punch-correction-file-status not = "35"
               close punch-correction-file
           end-if
           .
       3000-exit.
           exit.

      *> ------------------------------------------------------------
      *> 3100-READ-CORRECTION
      *> ------------------------------------------------------------
       3100-read-correction.
           read punch-correction-file
               at end
                   move "Y" to correction-eof-switch
               not at end
                   if correction-business-date >= range-from-date
                       and correction-business-date <= range-to-date
                       perform 7300-write-correction-detail
                           thru 7300-exit
                   end-if
           end-read
           .
       3100-exit.
           exit.

      *> ------------------------------------------------------------
      *> 7100-WRITE-REPORT-HEADER
      *> ------------------------------------------------------------
       7100-write-report-header.
           move spaces to pchreg-report-header-1
           move "PUNCH CORRECTION REGISTER" to pchreg-header-title
           move "FROM:" to pchreg-header-from-tag
           move range-from-date to pchreg-header-from
           move "TO:" to pchreg-header-to-tag
           move range-to-date to pchreg-header-to
           write pchreg-report-header-1

           move spaces to pchreg-column-header
           move "OPERATOR ID          DATE     EVENT      TIME"
               to pchreg-column-text(1:45)
           move "RSN SUPERVISOR           ENTERED  ACTN"
               to pchreg-column-text(48:39)
           write pchreg-column-header
           .
       7100-exit.
           exit.

      *> ------------------------------------------------------------
      *> 7300-WRITE-CORRECTION-DETAIL - the time is shown hh:mm, as
      *> the supervisor keyed it
      *> ------------------------------------------------------------
       7300-write-correction-detail.
           move spaces to pchreg-report-detail
           move correction-operator-id to pchreg-detail-id
           move correction-business-date to pchreg-detail-date
           move correction-event-type to pchreg-detail-type
           move correction-time(1:2) to formatted-hours
           move correction-time(3:2) to formatted-minutes
           move formatted-correction-time to pchreg-detail-time
           move correction-reason-code to pchreg-detail-reason
           move correction-supervisor-id to pchreg-detail-supervisor
           move correction-entered-date to pchreg-detail-entered
           if correction-voided
               move "VOID" to pchreg-detail-action
               add 1 to register-voided-count
           else
               add 1 to register-approved-count
           end-if
           write pchreg-report-detail
           add 1 to register-listed-count
           .
       7300-exit.
           exit.

      *> ------------------------------------------------------------
      *> 7400-WRITE-TRAILER
      *> ------------------------------------------------------------
       7400-write-trailer.
           move spaces to pchreg-report-trailer
           move "TRANSACTIONS LISTED:" to pchreg-trailer-tag
           move register-listed-count to pchreg-trailer-count
           write pchreg-report-trailer

           move spaces to pchreg-report-trailer
           move "CORRECTIONS APPROVED:" to pchreg-trailer-tag
           move register-approved-count to pchreg-trailer-count
           write pchreg-report-trailer

           move spaces to pchreg-report-trailer
           move "CORRECTIONS VOIDED:" to pchreg-trailer-tag
           move register-voided-count to pchreg-trailer-count
           write pchreg-report-trailer
           .
       7400-exit.
           exit.

      *> ============================================================
      *> 9900-TERMINATE
      *> ============================================================
       9900-terminate.
           close punch-register-report-file
           .
       9900-exit.
           exit.
