      *> ------------------------------------------------------------
      *> LEAVSTMT
      *>
      *> Leave balance statement.  Lists every active operator's
      *> leave position - accrued, taken, and remaining hours for
      *> vacation, sick, and personal leave - off LEAVE-BALANCE-FILE,
      *> grouped by department with the department name and
      *> supervisor from DEPT-MASTER-FILE, so supervisors work from
      *> the ledger instead of the old spreadsheet.  An active
      *> operator with no ledger record yet is listed as such
      *> rather than left off.
      *>
      *> Modification history
      *>   2026-10-15  original program
      *>   2026-10-15  the statement table holds 2000 operators, and
      *>               operators or departments left out of a full
      *>               table are counted in the trailer
      *> ------------------------------------------------------------
       identification division.
       program-id. LeaveStatement.
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

           select leave-balance-file assign to "LEAVBAL"
               organization is indexed
               access mode is dynamic
               record key is leave-bal-operator-id
               file status is leave-balance-file-status.

           select leave-statement-report-file assign to "LVSTMRPT"
               organization is line sequential
               file status is leave-statement-report-status.

       data division.
       file section.
       fd  operator-master-file.
           copy "opermast.cpy".

       fd  dept-master-file.
           copy "deptmast.cpy".

       fd  leave-balance-file.
           copy "leavbal.cpy".

       fd  leave-statement-report-file.
           copy "lvstmrp.cpy".

       working-storage section.
       01  operator-master-file-status  pic x(02) value spaces.
           88  operator-master-ok           value "00".
       01  dept-master-file-status      pic x(02) value spaces.
           88  dept-master-ok               value "00".
       01  leave-balance-file-status    pic x(02) value spaces.
           88  leave-balance-ok             value "00".
       01  leave-statement-report-status
                                        pic x(02) value spaces.
       01  master-eof-switch            pic x(01) value "N".
           88  master-eof                   value "Y".
       01  dept-master-eof-switch       pic x(01) value "N".
           88  dept-master-eof              value "Y".
       01  balance-missing-switch       pic x(01) value "N".
           88  balance-file-missing         value "Y".
       01  dept-found-switch            pic x(01) value "N".
           88  dept-entry-found             value "Y".
       01  statement-date-yyyymmdd      pic 9(08) value zero.
       01  formatted-statement-date     pic x(10) value spaces.
       01  previous-dept-code           pic x(02) value spaces.
       01  reason-sub                   pic 9(04) comp value zero.
       01  master-read-count            pic 9(08) comp value zero.
       01  operators-listed-count       pic 9(08) comp value zero.
       01  no-balance-count             pic 9(08) comp value zero.
       01  overdrawn-count              pic 9(08) comp value zero.
       01  dept-break-count             pic 9(08) comp value zero.
       01  dept-overflow-count          pic 9(08) comp value zero.
       01  stmt-overflow-count          pic 9(08) comp value zero.

      *> ----------------------------------------------------------
      *> department names and supervisors from DEPT-MASTER-FILE for
      *> the department header lines
      *> ----------------------------------------------------------
       01  dept-table-count             pic 9(04) comp value zero.
       01  dept-table-sub               pic 9(04) comp value zero.
       01  dept-table.
           05  dept-table-entry occurs 50 times.
               10  dept-tbl-code        pic x(02).
               10  dept-tbl-name        pic x(30).
               10  dept-tbl-supervisor  pic x(20).

      *> ----------------------------------------------------------
      *> active operators, held here and listed in department
      *> sequence (operator id within department)
      *> ----------------------------------------------------------
       01  stmt-count                   pic 9(04) comp value zero.
       01  stmt-sub                     pic 9(04) comp value zero.
       01  stmt-scan-sub                pic 9(04) comp value zero.
       01  stmt-swap-switch             pic x(01) value "N".
           88  stmt-swapped                 value "Y".
       01  stmt-table.
           05  stmt-entry occurs 2000 times.
               10  stmt-dept-code       pic x(02).
               10  stmt-operator-id     pic x(20).
               10  stmt-operator-name   pic x(20).
       01  stmt-hold.
           05  hold-dept-code           pic x(02).
           05  hold-operator-id         pic x(20).
           05  hold-operator-name       pic x(20).

       procedure division.

      *> ============================================================
      *> 0000-MAINLINE
      *> ============================================================
       0000-mainline.
           perform 1000-initialize thru 1000-exit
           perform 3000-load-active-operators thru 3000-exit
           perform 4000-sort-by-department thru 4000-exit
           perform 5000-write-statement thru 5000-exit
           perform 7200-write-report-trailer thru 7200-exit
           perform 9900-terminate thru 9900-exit
           goback.

      *> ------------------------------------------------------------
      *> 1000-INITIALIZE
      *> ------------------------------------------------------------
       1000-initialize.
           accept statement-date-yyyymmdd from date yyyymmdd
           perform 1100-format-statement-date thru 1100-exit

           open input operator-master-file
           if not operator-master-ok
               display "OPERATOR MASTER FILE OPEN FAILED - STATUS "
                   operator-master-file-status
               goback
           end-if

           open input leave-balance-file
           if leave-balance-file-status = "35"
               display "NO LEAVE BALANCE FILE - ALL BALANCES "
                   "LISTED AS NOT ON FILE"
               move "Y" to balance-missing-switch
           else
               if not leave-balance-ok
                   display "LEAVE BALANCE FILE OPEN FAILED - STATUS "
                       leave-balance-file-status
                   close operator-master-file
                   goback
               end-if
           end-if

           open output leave-statement-report-file
           if leave-statement-report-status not = "00"
               display "STATEMENT REPORT OPEN FAILED - STATUS "
                   leave-statement-report-status
               close operator-master-file
               if not balance-file-missing
                   close leave-balance-file
               end-if
               goback
           end-if

           perform 1400-load-dept-master thru 1400-exit
           perform 7100-write-report-header thru 7100-exit
           .
       1000-exit.
           exit.

      *> ------------------------------------------------------------
      *> 1100-FORMAT-STATEMENT-DATE - MM/DD/YYYY for the header
      *> ------------------------------------------------------------
       1100-format-statement-date.
           move spaces to formatted-statement-date
           move statement-date-yyyymmdd(5:2)
               to formatted-statement-date(1:2)
           move "/" to formatted-statement-date(3:1)
           move statement-date-yyyymmdd(7:2)
               to formatted-statement-date(4:2)
           move "/" to formatted-statement-date(6:1)
           move statement-date-yyyymmdd(1:4)
               to formatted-statement-date(7:4)
           .
       1100-exit.
           exit.

      *> ------------------------------------------------------------
      *> 1400-LOAD-DEPT-MASTER - every department, active or not,
      *> so an operator left in a closed department still gets a
      *> named header
      *> ------------------------------------------------------------
       1400-load-dept-master.
           open input dept-master-file
           if not dept-master-ok
               go to 1400-exit
           end-if
           move low-values to dept-code
           start dept-master-file key >= dept-code
               invalid key
                   move "Y" to dept-master-eof-switch
               not invalid key
                   move "N" to dept-master-eof-switch
           end-start
           perform 1410-load-one-dept thru 1410-exit
               until dept-master-eof
           close dept-master-file
           .
       1400-exit.
           exit.

      *> ------------------------------------------------------------
      *> 1410-LOAD-ONE-DEPT
      *> ------------------------------------------------------------
       1410-load-one-dept.
           read dept-master-file next
               at end
                   move "Y" to dept-master-eof-switch
               not at end
                   if dept-table-count < 50
                       add 1 to dept-table-count
                       move dept-code
                           to dept-tbl-code(dept-table-count)
                       move dept-name
                           to dept-tbl-name(dept-table-count)
                       move dept-supervisor-name
                           to dept-tbl-supervisor(dept-table-count)
                   else
                       display "DEPT TABLE FULL - DEPT "
                           dept-code " NOT TABLED"
                       add 1 to dept-overflow-count
                   end-if
           end-read
           .
       1410-exit.
           exit.

      *> ============================================================
      *> 3000-LOAD-ACTIVE-OPERATORS - one pass over the master by
      *> operator id
      *> ============================================================
       3000-load-active-operators.
           move low-values to operator-id
           start operator-master-file key >= operator-id
               invalid key
                   move "Y" to master-eof-switch
               not invalid key
                   move "N" to master-eof-switch
           end-start
           perform 3100-read-master-record thru 3100-exit
               until master-eof
           .
       3000-exit.
           exit.

      *> ------------------------------------------------------------
      *> 3100-READ-MASTER-RECORD
      *> ------------------------------------------------------------
       3100-read-master-record.
           read operator-master-file next
               at end
                   move "Y" to master-eof-switch
               not at end
                   add 1 to master-read-count
                   if operator-active
                       if stmt-count < 2000
                           add 1 to stmt-count
                           move operator-dept-code
                               to stmt-dept-code(stmt-count)
                           move operator-id
                               to stmt-operator-id(stmt-count)
                           move operator-name
                               to stmt-operator-name(stmt-count)
                       else
                           display "STATEMENT TABLE FULL - OPERATOR "
                               operator-id " NOT LISTED"
                           add 1 to stmt-overflow-count
                       end-if
                   end-if
           end-read
           .
       3100-exit.
           exit.

      *> ============================================================
      *> 4000-SORT-BY-DEPARTMENT - exchange sort; the table is small
      *> enough that the simple sort is the right one
      *> ============================================================
       4000-sort-by-department.
           move "Y" to stmt-swap-switch
           perform 4100-sort-pass thru 4100-exit
               until not stmt-swapped
           .
       4000-exit.
           exit.

      *> ------------------------------------------------------------
      *> 4100-SORT-PASS
      *> ------------------------------------------------------------
       4100-sort-pass.
           move "N" to stmt-swap-switch
           if stmt-count < 2
               go to 4100-exit
           end-if
           perform 4200-compare-adjacent thru 4200-exit
               varying stmt-scan-sub from 1 by 1
               until stmt-scan-sub >= stmt-count
           .
       4100-exit.
           exit.

      *> ------------------------------------------------------------
      *> 4200-COMPARE-ADJACENT
      *> ------------------------------------------------------------
       4200-compare-adjacent.
           if stmt-dept-code(stmt-scan-sub)
                   > stmt-dept-code(stmt-scan-sub + 1)
             or (stmt-dept-code(stmt-scan-sub)
                   = stmt-dept-code(stmt-scan-sub + 1)
                and stmt-operator-id(stmt-scan-sub)
                   > stmt-operator-id(stmt-scan-sub + 1))
               move stmt-entry(stmt-scan-sub) to stmt-hold
               move stmt-entry(stmt-scan-sub + 1)
                   to stmt-entry(stmt-scan-sub)
               move stmt-hold to stmt-entry(stmt-scan-sub + 1)
               move "Y" to stmt-swap-switch
           end-if
           .
       4200-exit.
           exit.

      *> ============================================================
      *> 5000-WRITE-STATEMENT - a department header at each change
      *> of department, then each operator's balances
      *> ============================================================
       5000-write-statement.
           move high-values to previous-dept-code
           perform 5100-write-one-operator thru 5100-exit
               varying stmt-sub from 1 by 1
               until stmt-sub > stmt-count
           .
       5000-exit.
           exit.

      *> ------------------------------------------------------------
      *> 5100-WRITE-ONE-OPERATOR
      *> ------------------------------------------------------------
       5100-write-one-operator.
           if stmt-dept-code(stmt-sub) not = previous-dept-code
               perform 7300-write-dept-header thru 7300-exit
               move stmt-dept-code(stmt-sub) to previous-dept-code
           end-if
           add 1 to operators-listed-count

           if balance-file-missing
               perform 7320-write-no-balance thru 7320-exit
               go to 5100-exit
           end-if
           move stmt-operator-id(stmt-sub) to leave-bal-operator-id
           read leave-balance-file
               invalid key
                   perform 7320-write-no-balance thru 7320-exit
               not invalid key
                   perform 7310-write-balance-line thru 7310-exit
                       varying reason-sub from 1 by 1
                       until reason-sub > 3
           end-read
           .
       5100-exit.
           exit.

      *> ------------------------------------------------------------
      *> 7100-WRITE-REPORT-HEADER
      *> ------------------------------------------------------------
       7100-write-report-header.
           move spaces to lvstm-report-header-1
           move "LEAVE BALANCE STATEMENT" to lvstm-header-title
           move "AS OF:" to lvstm-header-date-tag
           move formatted-statement-date to lvstm-header-date
           write lvstm-report-header-1

           move spaces to lvstm-column-header
           move "OPERATOR ID           NAME                  RSN"
               to lvstm-column-text(1:48)
           move "ACCRUED    TAKEN REMAINING"
               to lvstm-column-text(50:26)
           write lvstm-column-header
           .
       7100-exit.
           exit.

      *> ------------------------------------------------------------
      *> 7200-WRITE-REPORT-TRAILER
      *> ------------------------------------------------------------
       7200-write-report-trailer.
           move spaces to lvstm-report-trailer
           move "MASTER RECORDS READ:" to lvstm-trailer-tag
           move master-read-count to lvstm-trailer-count
           write lvstm-report-trailer

           move spaces to lvstm-report-trailer
           move "ACTIVE OPERATORS LISTED:" to lvstm-trailer-tag
           move operators-listed-count to lvstm-trailer-count
           write lvstm-report-trailer

           move spaces to lvstm-report-trailer
           move "DEPARTMENTS LISTED:" to lvstm-trailer-tag
           move dept-break-count to lvstm-trailer-count
           write lvstm-report-trailer

           move spaces to lvstm-report-trailer
           move "NO LEDGER RECORD:" to lvstm-trailer-tag
           move no-balance-count to lvstm-trailer-count
           write lvstm-report-trailer

           move spaces to lvstm-report-trailer
           move "BALANCES OVERDRAWN:" to lvstm-trailer-tag
           move overdrawn-count to lvstm-trailer-count
           write lvstm-report-trailer

           if stmt-overflow-count > zero
               move spaces to lvstm-report-trailer
               move "OPERATORS NOT LISTED - FULL:" to lvstm-trailer-tag
               move stmt-overflow-count to lvstm-trailer-count
               write lvstm-report-trailer
           end-if
           if dept-overflow-count > zero
               move spaces to lvstm-report-trailer
               move "DEPTS NOT TABLED - FULL:" to lvstm-trailer-tag
               move dept-overflow-count to lvstm-trailer-count
               write lvstm-report-trailer
           end-if
           .
       7200-exit.
           exit.

      *> ------------------------------------------------------------
      *> 7300-WRITE-DEPT-HEADER - department code, name, and
      *> supervisor; a code not on the department master is
      *> listed as such
      *> ------------------------------------------------------------
       7300-write-dept-header.
           add 1 to dept-break-count
           move "N" to dept-found-switch
           perform 7305-scan-dept-table thru 7305-exit
               varying dept-table-sub from 1 by 1
               until dept-table-sub > dept-table-count
                  or dept-entry-found
           move spaces to lvstm-dept-header
           write lvstm-dept-header
           if dept-entry-found
               string "DEPT " delimited by size
                      stmt-dept-code(stmt-sub) delimited by size
                      "  " delimited by size
                      dept-tbl-name(dept-table-sub)
                          delimited by size
                      "  SUPERVISOR: " delimited by size
                      dept-tbl-supervisor(dept-table-sub)
                          delimited by size
                   into lvstm-dept-text
               end-string
           else
               string "DEPT " delimited by size
                      stmt-dept-code(stmt-sub) delimited by size
                      "  NOT ON DEPT MASTER" delimited by size
                   into lvstm-dept-text
               end-string
           end-if
           write lvstm-dept-header
           .
       7300-exit.
           exit.

      *> ------------------------------------------------------------
      *> 7305-SCAN-DEPT-TABLE - leaves DEPT-TABLE-SUB pointing at
      *> the matching entry when one is found
      *> ------------------------------------------------------------
       7305-scan-dept-table.
           if dept-tbl-code(dept-table-sub) = stmt-dept-code(stmt-sub)
               move "Y" to dept-found-switch
               subtract 1 from dept-table-sub
           end-if
           .
       7305-exit.
           exit.

      *> ------------------------------------------------------------
      *> 7310-WRITE-BALANCE-LINE - one line per reason code; the
      *> operator id and name print on the first line only
      *> ------------------------------------------------------------
       7310-write-balance-line.
           move spaces to lvstm-report-detail
           if reason-sub = 1
               move stmt-operator-id(stmt-sub) to lvstm-detail-id
               move stmt-operator-name(stmt-sub)
                   to lvstm-detail-name
           end-if
           move leave-bal-reason(reason-sub) to lvstm-detail-reason
           move leave-bal-accrued(reason-sub)
               to lvstm-detail-accrued
           move leave-bal-taken(reason-sub) to lvstm-detail-taken
           move leave-bal-remaining(reason-sub)
               to lvstm-detail-remaining
           if leave-bal-remaining(reason-sub) < zero
               add 1 to overdrawn-count
           end-if
           write lvstm-report-detail
           .
       7310-exit.
           exit.

      *> ------------------------------------------------------------
      *> 7320-WRITE-NO-BALANCE - active operator with no ledger
      *> record yet
      *> ------------------------------------------------------------
       7320-write-no-balance.
           add 1 to no-balance-count
           move spaces to lvstm-message-detail
           move stmt-operator-id(stmt-sub) to lvstm-message-id
           move stmt-operator-name(stmt-sub) to lvstm-message-name
           move "NO LEAVE BALANCE ON FILE" to lvstm-message-text
           write lvstm-message-detail
           .
       7320-exit.
           exit.

      *> ============================================================
      *> 9900-TERMINATE
      *> ============================================================
       9900-terminate.
           close operator-master-file
           if not balance-file-missing
               close leave-balance-file
           end-if
           close leave-statement-report-file
           .
       9900-exit.
           exit.
