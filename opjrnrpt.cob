      *> ------------------------------------------------------------
      *> OPJRNRPT
      *>
      *> Operator-master change journal reporting.  Reads the
      *> OPERATOR-JOURNAL-FILE written by the maintenance menu and
      *> the HR batch apply, in one of two modes:
      *>
      *>   LIST  lists every master change journaled in a date
      *>         range, the before image over the after image, with
      *>         where it came from (MAINT or HRBATCH) and when
      *>   ASOF  rebuilds the master as it stood at the end of a
      *>         given date: an operator changed after that date is
      *>         shown with the before image of the first such
      *>         change, anyone else as the master holds them today,
      *>         and an operator added after the date is left out
      *>
      *> The mode and its arguments are passed on the command line:
      *>     LIST FROM=yyyymmdd TO=yyyymmdd ID=operator
      *>     ASOF DATE=yyyymmdd ID=operator
      *> Either end of the LIST range may be omitted, which leaves
      *> that end open; ID= limits either mode to one operator.
      *>
      *> Modification history
      *>   2026-10-15  original program
      *>   2026-10-15  changes left out of a full first-change table
      *>               are counted in the as-of trailer, since those
      *>               operators list as the master holds them today
      *> ------------------------------------------------------------
       identification division.
       program-id. OperJournalReport.
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

           select operator-journal-file assign to "OPERJRNL"
               organization is line sequential
               file status is operator-journal-file-status.

           select oper-journal-report-file assign to "OPJRNRPT"
               organization is line sequential
               file status is oper-journal-report-status.

       data division.
       file section.
       fd  operator-master-file.
           copy "opermast.cpy".

       fd  operator-journal-file.
           copy "opjrnl.cpy".

       fd  oper-journal-report-file.
           copy "opjrnrp.cpy".

       working-storage section.
       01  command-line-arguments       pic x(80) value spaces.
       01  argument-sub                 pic 9(04) comp value zero.
       01  report-mode-switch           pic x(01) value space.
           88  list-mode                    value "L".
           88  asof-mode                    value "A".
       01  operator-master-file-status  pic x(02) value spaces.
           88  operator-master-ok           value "00".
       01  operator-journal-file-status pic x(02) value spaces.
       01  oper-journal-report-status   pic x(02) value spaces.
       01  journal-eof-switch           pic x(01) value "N".
           88  journal-eof                  value "Y".
       01  master-eof-switch            pic x(01) value "N".
           88  master-eof                   value "Y".
       01  range-from-date              pic x(08) value "00000000".
       01  range-to-date                pic x(08) value "99999999".
       01  asof-date                    pic x(08) value spaces.
       01  selected-operator-id         pic x(20) value spaces.
       01  journal-read-count           pic 9(08) comp value zero.
       01  changes-listed-count         pic 9(08) comp value zero.
       01  menu-change-count            pic 9(08) comp value zero.
       01  batch-change-count           pic 9(08) comp value zero.
       01  operators-listed-count       pic 9(08) comp value zero.
       01  operators-rebuilt-count      pic 9(08) comp value zero.
       01  operators-added-later-count  pic 9(08) comp value zero.
       01  first-change-overflow-count  pic 9(08) comp value zero.
       01  formatted-journal-time.
           05  formatted-hours          pic x(02).
           05  filler                   pic x(01) value ":".
           05  formatted-minutes        pic x(02).

      *> ----------------------------------------------------------
      *> master record as rebuilt for the as-of date
      *> ----------------------------------------------------------
       01  rebuilt-master-record.
           05  rebuilt-operator-id      pic x(20).
           05  rebuilt-operator-name    pic x(20).
           05  rebuilt-shift-code       pic x(01).
           05  rebuilt-active-flag      pic x(01).
           05  rebuilt-dept-code        pic x(02).
           05  rebuilt-effective-date   pic x(08).
           05  rebuilt-expiry-date      pic x(08).
       01  rebuilt-source-text          pic x(24) value spaces.

      *> ----------------------------------------------------------
      *> first change journaled after the as-of date, one entry per
      *> operator; its before image is the record as it stood
      *> ----------------------------------------------------------
       01  first-change-found-switch    pic x(01) value "N".
           88  first-change-found           value "Y".
       01  first-change-search-id       pic x(20) value spaces.
       01  first-change-count           pic 9(04) comp value zero.
       01  first-change-sub             pic 9(04) comp value zero.
       01  first-change-table.
           05  first-change-entry occurs 1000 times.
               10  first-chg-operator-id pic x(20).
               10  first-chg-before-image pic x(60).

       procedure division.

      *> ============================================================
      *> 0000-MAINLINE
      *> ============================================================
       0000-mainline.
           perform 1000-initialize thru 1000-exit
           evaluate true
               when list-mode
                   perform 3000-list-changes thru 3000-exit
               when asof-mode
                   perform 4000-rebuild-as-of thru 4000-exit
               when other
                   display "MODE MUST BE LIST OR ASOF"
                   goback
           end-evaluate
           perform 7400-write-report-trailer thru 7400-exit
           perform 9900-terminate thru 9900-exit
           goback.

      *> ------------------------------------------------------------
      *> 1000-INITIALIZE
      *> ------------------------------------------------------------
       1000-initialize.
           move spaces to command-line-arguments
           accept command-line-arguments from command-line
           if command-line-arguments(1:4) = "LIST"
               move "L" to report-mode-switch
           end-if
           if command-line-arguments(1:4) = "ASOF"
               move "A" to report-mode-switch
           end-if
           if not list-mode and not asof-mode
               go to 1000-exit
           end-if
           perform 1100-parse-arguments thru 1100-exit
           if asof-mode
               and (asof-date is not numeric
                    or asof-date = "00000000")
               display "ASOF MODE NEEDS DATE=YYYYMMDD"
               move space to report-mode-switch
               go to 1000-exit
           end-if

           open output oper-journal-report-file
           if oper-journal-report-status not = "00"
               display "JOURNAL REPORT FILE OPEN FAILED - STATUS "
                   oper-journal-report-status
               goback
           end-if
           perform 7100-write-report-header thru 7100-exit
           .
       1000-exit.
           exit.

      *> ------------------------------------------------------------
      *> 1100-PARSE-ARGUMENTS - FROM=, TO=, DATE=, and ID= may
      *> appear anywhere after the mode
      *> ------------------------------------------------------------
       1100-parse-arguments.
           perform 1110-scan-argument-position thru 1110-exit
               varying argument-sub from 5 by 1
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
           if command-line-arguments(argument-sub:5) = "DATE="
               move command-line-arguments(argument-sub + 5:8)
                   to asof-date
           end-if
           if command-line-arguments(argument-sub:3) = "ID="
               and command-line-arguments(argument-sub - 1:1)
                   = space
               move spaces to selected-operator-id
               unstring command-line-arguments(argument-sub + 3:20)
                   delimited by space
                   into selected-operator-id
               end-unstring
           end-if
           .
       1110-exit.
           exit.

      *> ============================================================
      *> 3000-LIST-CHANGES - one pass over the journal in the order
      *> the changes were made; a missing journal lists nothing
      *> ============================================================
       3000-list-changes.
           open input operator-journal-file
           if operator-journal-file-status = "35"
               go to 3000-exit
           end-if
           if operator-journal-file-status not = "00"
               display "OPERATOR JOURNAL OPEN FAILED - STATUS "
                   operator-journal-file-status
               go to 3000-exit
           end-if
           move "N" to journal-eof-switch
           perform 3100-read-journal-for-list thru 3100-exit
               until journal-eof
           close operator-journal-file
           .
       3000-exit.
           exit.

      *> ------------------------------------------------------------
      *> 3100-READ-JOURNAL-FOR-LIST
      *> ------------------------------------------------------------
       3100-read-journal-for-list.
           read operator-journal-file
               at end
                   move "Y" to journal-eof-switch
                   go to 3100-exit
           end-read
           add 1 to journal-read-count
           if journal-date < range-from-date
               or journal-date > range-to-date
               go to 3100-exit
           end-if
           if selected-operator-id not = spaces
               and journal-operator-id not = selected-operator-id
               go to 3100-exit
           end-if
           perform 7300-write-change-lines thru 7300-exit
           .
       3100-exit.
           exit.

      *> ============================================================
      *> 4000-REBUILD-AS-OF - table the first change after the
      *> as-of date for each operator, then walk the master
      *> ============================================================
       4000-rebuild-as-of.
           move zero to first-change-count
           open input operator-journal-file
           if operator-journal-file-status = "00"
               move "N" to journal-eof-switch
               perform 4100-read-journal-for-asof thru 4100-exit
                   until journal-eof
               close operator-journal-file
           else
               if operator-journal-file-status not = "35"
                   display "OPERATOR JOURNAL OPEN FAILED - STATUS "
                       operator-journal-file-status
                   go to 4000-exit
               end-if
           end-if

           open input operator-master-file
           if not operator-master-ok
               display "OPERATOR MASTER FILE OPEN FAILED - STATUS "
                   operator-master-file-status
               go to 4000-exit
           end-if
           if selected-operator-id not = spaces
               move selected-operator-id to operator-id
               read operator-master-file
                   invalid key
                       display "OPERATOR " selected-operator-id
                           " NOT ON MASTER"
                   not invalid key
                       perform 4300-rebuild-one-operator
                           thru 4300-exit
               end-read
           else
               move low-values to operator-id
               start operator-master-file key >= operator-id
                   invalid key
                       move "Y" to master-eof-switch
                   not invalid key
                       move "N" to master-eof-switch
               end-start
               perform 4200-read-master-for-asof thru 4200-exit
                   until master-eof
           end-if
           close operator-master-file
           .
       4000-exit.
           exit.

      *> ------------------------------------------------------------
      *> 4100-READ-JOURNAL-FOR-ASOF - the journal is in the order
      *> the changes were made, so the first change after the
      *> as-of date seen for an operator is the earliest
      *> ------------------------------------------------------------
       4100-read-journal-for-asof.
           read operator-journal-file
               at end
                   move "Y" to journal-eof-switch
                   go to 4100-exit
           end-read
           add 1 to journal-read-count
           if journal-date not > asof-date
               go to 4100-exit
           end-if
           if selected-operator-id not = spaces
               and journal-operator-id not = selected-operator-id
               go to 4100-exit
           end-if
           move journal-operator-id to first-change-search-id
           perform 4400-find-first-change thru 4400-exit
           if first-change-found
               go to 4100-exit
           end-if
           if first-change-count >= 1000
               display "JOURNAL TABLE FULL - CHANGE FOR "
                   journal-operator-id " NOT APPLIED"
               add 1 to first-change-overflow-count
               go to 4100-exit
           end-if
           add 1 to first-change-count
           move journal-operator-id
               to first-chg-operator-id(first-change-count)
           move journal-before-image
               to first-chg-before-image(first-change-count)
           .
       4100-exit.
           exit.

      *> ------------------------------------------------------------
      *> 4200-READ-MASTER-FOR-ASOF
      *> ------------------------------------------------------------
       4200-read-master-for-asof.
           read operator-master-file next
               at end
                   move "Y" to master-eof-switch
               not at end
                   perform 4300-rebuild-one-operator thru 4300-exit
           end-read
           .
       4200-exit.
           exit.

      *> ------------------------------------------------------------
      *> 4300-REBUILD-ONE-OPERATOR - a blank before image means the
      *> operator was added after the as-of date
      *> ------------------------------------------------------------
       4300-rebuild-one-operator.
           move operator-id to first-change-search-id
           perform 4400-find-first-change thru 4400-exit
           if first-change-found
               if first-chg-before-image(first-change-sub) = spaces
                   add 1 to operators-added-later-count
                   go to 4300-exit
               end-if
               move first-chg-before-image(first-change-sub)
                   to rebuilt-master-record
               move "REBUILT FROM JOURNAL" to rebuilt-source-text
               add 1 to operators-rebuilt-count
           else
               move operator-master-record to rebuilt-master-record
               move "CURRENT MASTER" to rebuilt-source-text
           end-if
           perform 7350-write-asof-detail thru 7350-exit
           .
       4300-exit.
           exit.

      *> ------------------------------------------------------------
      *> 4400-FIND-FIRST-CHANGE - looks up FIRST-CHANGE-SEARCH-ID,
      *> leaving FIRST-CHANGE-SUB pointing at its entry when found
      *> ------------------------------------------------------------
       4400-find-first-change.
           move "N" to first-change-found-switch
           perform 4410-scan-first-change thru 4410-exit
               varying first-change-sub from 1 by 1
               until first-change-sub > first-change-count
                  or first-change-found
           .
       4400-exit.
           exit.

      *> ------------------------------------------------------------
      *> 4410-SCAN-FIRST-CHANGE
      *> ------------------------------------------------------------
       4410-scan-first-change.
           if first-chg-operator-id(first-change-sub)
                   = first-change-search-id
               move "Y" to first-change-found-switch
               subtract 1 from first-change-sub
           end-if
           .
       4410-exit.
           exit.

      *> ------------------------------------------------------------
      *> 7100-WRITE-REPORT-HEADER
      *> ------------------------------------------------------------
       7100-write-report-header.
           move spaces to opjrn-report-header-1
           if list-mode
               move "OPERATOR MASTER CHANGE LISTING"
                   to opjrn-header-title
               move "FROM:" to opjrn-header-from-tag
               move range-from-date to opjrn-header-from
               move "TO:" to opjrn-header-to-tag
               move range-to-date to opjrn-header-to
           else
               move "OPERATOR MASTER AS OF DATE"
                   to opjrn-header-title
               move "AS OF:" to opjrn-header-from-tag
               move asof-date to opjrn-header-from
           end-if
           if selected-operator-id not = spaces
               move "ID:" to opjrn-header-id-tag
               move selected-operator-id to opjrn-header-id
           end-if
           write opjrn-report-header-1

           move spaces to opjrn-column-header
           if list-mode
               move "DATE     TIME  SOURCE  ACT OPERATOR ID"
                   to opjrn-column-text(1:38)
               move "IMAGE  NAME                 S A DP EFFECT"
                   to opjrn-column-text(49:41)
               move "EXPIRY" to opjrn-column-text(93:6)
           else
               move "OPERATOR ID          NAME                 S A"
                   to opjrn-column-text(1:45)
               move "DP EFFECT   EXPIRY   AS OF SOURCE"
                   to opjrn-column-text(47:33)
           end-if
           write opjrn-column-header
           .
       7100-exit.
           exit.

      *> ------------------------------------------------------------
      *> 7300-WRITE-CHANGE-LINES - the before image over the after
      *> image; an add has no before image
      *> ------------------------------------------------------------
       7300-write-change-lines.
           add 1 to changes-listed-count
           if journal-from-menu
               add 1 to menu-change-count
           else
               add 1 to batch-change-count
           end-if
           move spaces to opjrn-change-detail
           move journal-date to opjrn-change-date
           move journal-time(1:2) to formatted-hours
           move journal-time(3:2) to formatted-minutes
           move formatted-journal-time to opjrn-change-time
           move journal-source to opjrn-change-source
           move journal-action to opjrn-change-action
           move journal-operator-id to opjrn-change-id
           if not journal-add
               move "BEFORE" to opjrn-change-image-tag
               move journal-before-name to opjrn-change-name
               move journal-before-shift to opjrn-change-shift
               move journal-before-active to opjrn-change-active
               move journal-before-dept to opjrn-change-dept
               move journal-before-effective
                   to opjrn-change-effective
               move journal-before-expiry to opjrn-change-expiry
               write opjrn-change-detail
               move spaces to opjrn-change-detail
           end-if
           move "AFTER" to opjrn-change-image-tag
           move journal-after-name to opjrn-change-name
           move journal-after-shift to opjrn-change-shift
           move journal-after-active to opjrn-change-active
           move journal-after-dept to opjrn-change-dept
           move journal-after-effective to opjrn-change-effective
           move journal-after-expiry to opjrn-change-expiry
           write opjrn-change-detail
           .
       7300-exit.
           exit.

      *> ------------------------------------------------------------
      *> 7350-WRITE-ASOF-DETAIL
      *> ------------------------------------------------------------
       7350-write-asof-detail.
           add 1 to operators-listed-count
           move spaces to opjrn-asof-detail
           move rebuilt-operator-id to opjrn-asof-id
           move rebuilt-operator-name to opjrn-asof-name
           move rebuilt-shift-code to opjrn-asof-shift
           move rebuilt-active-flag to opjrn-asof-active
           move rebuilt-dept-code to opjrn-asof-dept
           move rebuilt-effective-date to opjrn-asof-effective
           move rebuilt-expiry-date to opjrn-asof-expiry
           move rebuilt-source-text to opjrn-asof-source
           write opjrn-asof-detail
           .
       7350-exit.
           exit.

      *> ------------------------------------------------------------
      *> 7400-WRITE-REPORT-TRAILER
      *> ------------------------------------------------------------
       7400-write-report-trailer.
           move spaces to opjrn-report-trailer
           move "JOURNAL RECORDS READ:" to opjrn-trailer-tag
           move journal-read-count to opjrn-trailer-count
           write opjrn-report-trailer

           if list-mode
               move spaces to opjrn-report-trailer
               move "CHANGES LISTED:" to opjrn-trailer-tag
               move changes-listed-count to opjrn-trailer-count
               write opjrn-report-trailer

               move spaces to opjrn-report-trailer
               move "FROM MAINTENANCE MENU:" to opjrn-trailer-tag
               move menu-change-count to opjrn-trailer-count
               write opjrn-report-trailer

               move spaces to opjrn-report-trailer
               move "FROM HR BATCH:" to opjrn-trailer-tag
               move batch-change-count to opjrn-trailer-count
               write opjrn-report-trailer
           else
               move spaces to opjrn-report-trailer
               move "OPERATORS LISTED:" to opjrn-trailer-tag
               move operators-listed-count to opjrn-trailer-count
               write opjrn-report-trailer

               move spaces to opjrn-report-trailer
               move "REBUILT FROM JOURNAL:" to opjrn-trailer-tag
               move operators-rebuilt-count to opjrn-trailer-count
               write opjrn-report-trailer

               move spaces to opjrn-report-trailer
               move "ADDED AFTER AS-OF DATE:" to opjrn-trailer-tag
               move operators-added-later-count
                   to opjrn-trailer-count
               write opjrn-report-trailer

               if first-change-overflow-count > zero
                   move spaces to opjrn-report-trailer
                   move "CHANGES NOT APPLIED - FULL:"
                       to opjrn-trailer-tag
                   move first-change-overflow-count
                       to opjrn-trailer-count
                   write opjrn-report-trailer
               end-if
           end-if
           .
       7400-exit.
           exit.

      *> ============================================================
      *> 9900-TERMINATE
      *> ============================================================
       9900-terminate.
           close oper-journal-report-file
           .
       9900-exit.
           exit.
