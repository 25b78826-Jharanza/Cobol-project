      *> ------------------------------------------------------------
      *> LABCOST
      *>
      *> Pay-week labor cost distribution.  Reads the PAY-ACCUM-FILE
      *> the pay-period run hands to payroll and costs each
      *> operator's week at the hourly rate on PAY-RATE-FILE in
      *> effect on the last day of the pay week: regular hours at
      *> the rate, overtime hours at time-and-a-half, premium-
      *> holiday hours at the rate in their own column, and the
      *> swing or night shift differential on every hour worked by
      *> an operator whose master shift is swing or night.
      *>
      *> Costs roll up to the department carried on the
      *> accumulation record - the operator's department on their
      *> latest work date - and each department's subtotal prints
      *> with its name and supervisor from DEPT-MASTER-FILE and
      *> its actual-versus-budget variance against the weekly
      *> figure on DEPT-BUDGET-FILE; a department over budget is
      *> flagged.  An operator with no rate in effect is never
      *> costed at zero: the week goes to its own exception
      *> section with the hours left uncosted, and stays out of
      *> the department subtotals.
      *>
      *> A pay week run with an open end carries no last day; its
      *> rates are taken as of the run date.
      *>
      *> Modification history
      *>   2026-10-15  original program
      *> ------------------------------------------------------------
       identification division.
       program-id. LaborCost.
       author. Data Center Applications.
       installation. Shift Operations.
       date-written. 2026-10-15.

       environment division.
       input-output section.
       file-control.
           select pay-accum-file assign to "PAYACCUM"
               organization is line sequential
               file status is pay-accum-file-status.

           select operator-master-file assign to "OPERMAST"
               organization is indexed
               access mode is dynamic
               record key is operator-id
               file status is operator-master-file-status.

           select pay-rate-file assign to "PAYRATE"
               organization is indexed
               access mode is dynamic
               record key is pay-rate-key
               file status is pay-rate-file-status.

           select dept-master-file assign to "DEPTMAST"
               organization is indexed
               access mode is dynamic
               record key is dept-code
               file status is dept-master-file-status.

           select dept-budget-file assign to "DEPTBUDG"
               organization is indexed
               access mode is dynamic
               record key is dept-budget-code
               file status is dept-budget-file-status.

           select labor-cost-report-file assign to "LABCSTRPT"
               organization is line sequential
               file status is labor-cost-report-file-status.

       data division.
       file section.
       fd  pay-accum-file.
           copy "payacrec.cpy".

       fd  operator-master-file.
           copy "opermast.cpy".

       fd  pay-rate-file.
           copy "payrate.cpy".

       fd  dept-master-file.
           copy "deptmast.cpy".

       fd  dept-budget-file.
           copy "deptbudg.cpy".

       fd  labor-cost-report-file.
           copy "labcstrp.cpy".

       working-storage section.
       01  pay-accum-file-status        pic x(02) value spaces.
       01  operator-master-file-status  pic x(02) value spaces.
           88  operator-master-ok           value "00".
       01  pay-rate-file-status         pic x(02) value spaces.
       01  dept-master-file-status      pic x(02) value spaces.
       01  dept-budget-file-status      pic x(02) value spaces.
       01  labor-cost-report-file-status pic x(02) value spaces.
       01  pay-accum-eof-switch         pic x(01) value "N".
           88  pay-accum-eof                value "Y".
       01  pay-rate-eof-switch          pic x(01) value "N".
           88  pay-rate-eof                 value "Y".
       01  pay-rate-missing-switch      pic x(01) value "N".
           88  pay-rate-missing             value "Y".
       01  dept-master-switch           pic x(01) value "N".
           88  dept-master-missing          value "Y".
       01  dept-budget-switch           pic x(01) value "N".
           88  dept-budget-missing          value "Y".
       01  rate-found-switch            pic x(01) value "N".
           88  rate-found                   value "Y".
       01  rate-later-switch            pic x(01) value "N".
           88  rate-only-later              value "Y".
       01  header-written-switch        pic x(01) value "N".
           88  header-written               value "Y".
       01  current-date-yyyymmdd        pic 9(08) value zero.
       01  rate-as-of-date              pic x(08) value spaces.
       01  pay-accum-read-count         pic 9(08) comp value zero.
       01  costed-count                 pic 9(08) comp value zero.
       01  not-costed-count             pic 9(08) comp value zero.
       01  over-budget-count            pic 9(08) comp value zero.
       01  dept-overflow-count          pic 9(08) comp value zero.
       01  exception-overflow-count     pic 9(08) comp value zero.

      *> ----------------------------------------------------------
      *> the pay rules: overtime is paid at time-and-a-half of the
      *> hourly rate; the differential is paid once per hour
      *> ----------------------------------------------------------
       01  overtime-factor              pic 9(01)v9 value 1.5.

      *> ----------------------------------------------------------
      *> the operator's rate in effect and the week's costs
      *> ----------------------------------------------------------
       01  found-hourly-rate            pic 9(03)v99 value zero.
       01  found-swing-diff             pic 9(02)v99 value zero.
       01  found-night-diff             pic 9(02)v99 value zero.
       01  diff-rate                    pic 9(02)v99 value zero.
       01  regular-cost                 pic 9(07)v99 value zero.
       01  overtime-cost                pic 9(07)v99 value zero.
       01  holiday-cost                 pic 9(07)v99 value zero.
       01  diff-cost                    pic 9(07)v99 value zero.
       01  operator-total-cost          pic 9(07)v99 value zero.
       01  plant-regular-cost           pic 9(09)v99 value zero.
       01  plant-overtime-cost          pic 9(09)v99 value zero.
       01  plant-holiday-cost           pic 9(09)v99 value zero.
       01  plant-diff-cost              pic 9(09)v99 value zero.
       01  plant-total-cost             pic 9(09)v99 value zero.
       01  budget-variance              pic s9(09)v99 value zero.

      *> ----------------------------------------------------------
      *> department subtotal table in the style of the pay-period
      *> run's rollup table, sorted by code before it prints
      *> ----------------------------------------------------------
       01  dept-search-code             pic x(02) value spaces.
       01  dept-found-switch            pic x(01) value "N".
           88  dept-entry-found             value "Y".
       01  dept-swap-switch             pic x(01) value "N".
           88  dept-swapped                 value "Y".
       01  dept-cost-count              pic 9(04) comp value zero.
       01  dept-cost-sub                pic 9(04) comp value zero.
       01  dept-cost-table.
           05  dept-cost-entry occurs 50 times.
               10  dept-cost-code       pic x(02).
               10  dept-cost-regular    pic 9(07)v99.
               10  dept-cost-overtime   pic 9(07)v99.
               10  dept-cost-holiday    pic 9(07)v99.
               10  dept-cost-diff       pic 9(07)v99.
               10  dept-cost-total      pic 9(07)v99.
       01  dept-cost-hold.
           05  hold-cost-code           pic x(02).
           05  hold-cost-regular        pic 9(07)v99.
           05  hold-cost-overtime       pic 9(07)v99.
           05  hold-cost-holiday        pic 9(07)v99.
           05  hold-cost-diff           pic 9(07)v99.
           05  hold-cost-total          pic 9(07)v99.

      *> ----------------------------------------------------------
      *> operators not costed, printed in their own section
      *> ----------------------------------------------------------
       01  exception-count              pic 9(04) comp value zero.
       01  exception-sub                pic 9(04) comp value zero.
       01  exception-table.
           05  exception-entry occurs 500 times.
               10  exc-operator-id      pic x(20).
               10  exc-dept-code        pic x(02).
               10  exc-regular-hours    pic 9(03)v99.
               10  exc-overtime-hours   pic 9(03)v99.
               10  exc-holiday-hours    pic 9(03)v99.
               10  exc-reason           pic x(34).

       procedure division.

      *> ============================================================
      *> 0000-MAINLINE
      *> ============================================================
       0000-mainline.
           perform 1000-initialize thru 1000-exit
           perform 3000-cost-pay-week thru 3000-exit
           perform 7000-write-dept-section thru 7000-exit
           perform 7500-write-exception-section thru 7500-exit
           perform 7700-write-report-trailer thru 7700-exit
           perform 9900-terminate thru 9900-exit
           goback.

      *> ------------------------------------------------------------
      *> 1000-INITIALIZE - the accumulation file and the master are
      *> required; with no rate file every operator is an
      *> exception, and with no department master or budget file
      *> the names or variances are left out
      *> ------------------------------------------------------------
       1000-initialize.
           accept current-date-yyyymmdd from date yyyymmdd

           open input pay-accum-file
           if pay-accum-file-status not = "00"
               display "PAY ACCUM FILE OPEN FAILED - STATUS "
                   pay-accum-file-status
               goback
           end-if

           open input operator-master-file
           if not operator-master-ok
               display "OPERATOR MASTER FILE OPEN FAILED - STATUS "
                   operator-master-file-status
               close pay-accum-file
               goback
           end-if

           open input pay-rate-file
           if pay-rate-file-status not = "00"
               display "NO PAY RATE FILE - NO OPERATOR CAN BE COSTED"
               move "Y" to pay-rate-missing-switch
           end-if

           open input dept-master-file
           if dept-master-file-status not = "00"
               move "Y" to dept-master-switch
           end-if

           open input dept-budget-file
           if dept-budget-file-status not = "00"
               display "NO DEPT BUDGET FILE - VARIANCE NOT SHOWN"
               move "Y" to dept-budget-switch
           end-if

           open output labor-cost-report-file
           if labor-cost-report-file-status not = "00"
               display "LABOR COST REPORT OPEN FAILED - STATUS "
                   labor-cost-report-file-status
               close pay-accum-file
               perform 9910-close-lookup-files thru 9910-exit
               goback
           end-if
           .
       1000-exit.
           exit.

      *> ============================================================
      *> 3000-COST-PAY-WEEK - one pass over the accumulation file
      *> ============================================================
       3000-cost-pay-week.
           move "N" to pay-accum-eof-switch
           perform 3100-read-pay-accum thru 3100-exit
               until pay-accum-eof
           close pay-accum-file
           if not header-written
               move spaces to pay-accum-period-from
               move spaces to pay-accum-period-to
               perform 7100-write-report-header thru 7100-exit
           end-if
           .
       3000-exit.
           exit.

      *> ------------------------------------------------------------
      *> 3100-READ-PAY-ACCUM - the first record's pay week heads
      *> the report
      *> ------------------------------------------------------------
       3100-read-pay-accum.
           read pay-accum-file
               at end
                   move "Y" to pay-accum-eof-switch
               not at end
                   add 1 to pay-accum-read-count
                   if not header-written
                       perform 7100-write-report-header thru 7100-exit
                   end-if
                   perform 3200-cost-one-operator thru 3200-exit
           end-read
           .
       3100-exit.
           exit.

      *> ------------------------------------------------------------
      *> 3200-COST-ONE-OPERATOR - the rate in effect on the week's
      *> last day, then the week's costs into the detail line and
      *> the department subtotal
      *> ------------------------------------------------------------
       3200-cost-one-operator.
           if pay-accum-period-to is numeric
               and pay-accum-period-to not = "99999999"
               move pay-accum-period-to to rate-as-of-date
           else
               move current-date-yyyymmdd to rate-as-of-date
           end-if
           perform 3300-find-pay-rate thru 3300-exit
           if not rate-found
               perform 3600-note-exception thru 3600-exit
               go to 3200-exit
           end-if
           perform 3400-find-shift-diff thru 3400-exit

           compute regular-cost rounded =
               pay-accum-regular-hours * found-hourly-rate
           compute overtime-cost rounded =
               pay-accum-overtime-hours * found-hourly-rate
               * overtime-factor
           compute holiday-cost rounded =
               pay-accum-holiday-hours * found-hourly-rate
           compute diff-cost rounded =
               (pay-accum-regular-hours + pay-accum-overtime-hours
                + pay-accum-holiday-hours) * diff-rate
           compute operator-total-cost = regular-cost
               + overtime-cost + holiday-cost + diff-cost
           add 1 to costed-count

           add regular-cost to plant-regular-cost
           add overtime-cost to plant-overtime-cost
           add holiday-cost to plant-holiday-cost
           add diff-cost to plant-diff-cost
           add operator-total-cost to plant-total-cost

           perform 7300-write-operator-detail thru 7300-exit
           perform 3500-roll-up-operator thru 3500-exit
           .
       3200-exit.
           exit.

      *> ------------------------------------------------------------
      *> 3300-FIND-PAY-RATE - the operator's rates read by key in
      *> effective-date order; the last one on or before the as-of
      *> date is the one in effect
      *> ------------------------------------------------------------
       3300-find-pay-rate.
           move "N" to rate-found-switch
           move "N" to rate-later-switch
           if pay-rate-missing
               go to 3300-exit
           end-if
           move pay-accum-operator-id to pay-rate-operator-id
           move low-values to pay-rate-effective-date
           start pay-rate-file key >= pay-rate-key
               invalid key
                   move "Y" to pay-rate-eof-switch
               not invalid key
                   move "N" to pay-rate-eof-switch
           end-start
           perform 3310-read-pay-rate thru 3310-exit
               until pay-rate-eof
           .
       3300-exit.
           exit.

      *> ------------------------------------------------------------
      *> 3310-READ-PAY-RATE - the next operator's rates end the
      *> search, and so does a rate not yet in effect
      *> ------------------------------------------------------------
       3310-read-pay-rate.
           read pay-rate-file next
               at end
                   move "Y" to pay-rate-eof-switch
                   go to 3310-exit
           end-read
           if pay-rate-operator-id not = pay-accum-operator-id
               move "Y" to pay-rate-eof-switch
               go to 3310-exit
           end-if
           if pay-rate-effective-date > rate-as-of-date
               move "Y" to rate-later-switch
               move "Y" to pay-rate-eof-switch
               go to 3310-exit
           end-if
           move "Y" to rate-found-switch
           move pay-rate-hourly to found-hourly-rate
           move pay-rate-swing-diff to found-swing-diff
           move pay-rate-night-diff to found-night-diff
           .
       3310-exit.
           exit.

      *> ------------------------------------------------------------
      *> 3400-FIND-SHIFT-DIFF - the differential for the operator's
      *> shift on the master; an operator not on the master is
      *> paid none
      *> ------------------------------------------------------------
       3400-find-shift-diff.
           move zero to diff-rate
           move pay-accum-operator-id to operator-id
           read operator-master-file
               invalid key
                   go to 3400-exit
           end-read
           evaluate true
               when shift-swing
                   move found-swing-diff to diff-rate
               when shift-night
                   move found-night-diff to diff-rate
               when other
                   move zero to diff-rate
           end-evaluate
           .
       3400-exit.
           exit.

      *> ------------------------------------------------------------
      *> 3500-ROLL-UP-OPERATOR
      *> ------------------------------------------------------------
       3500-roll-up-operator.
           move pay-accum-dept-code to dept-search-code
           perform 3510-find-dept-entry thru 3510-exit
           if dept-cost-sub = zero
               go to 3500-exit
           end-if
           add regular-cost to dept-cost-regular(dept-cost-sub)
           add overtime-cost to dept-cost-overtime(dept-cost-sub)
           add holiday-cost to dept-cost-holiday(dept-cost-sub)
           add diff-cost to dept-cost-diff(dept-cost-sub)
           add operator-total-cost to dept-cost-total(dept-cost-sub)
           .
       3500-exit.
           exit.

      *> ------------------------------------------------------------
      *> 3510-FIND-DEPT-ENTRY - find or add the subtotal table
      *> entry for DEPT-SEARCH-CODE, leaving DEPT-COST-SUB pointing
      *> at it (zero when the table is full)
      *> ------------------------------------------------------------
       3510-find-dept-entry.
           move "N" to dept-found-switch
           perform 3520-scan-dept-table thru 3520-exit
               varying dept-cost-sub from 1 by 1
               until dept-cost-sub > dept-cost-count
                  or dept-entry-found
           if dept-entry-found
               go to 3510-exit
           end-if
           if dept-cost-count >= 50
               display "DEPARTMENT TABLE FULL - DEPT "
                   dept-search-code " NOT SUBTOTALED"
               add 1 to dept-overflow-count
               move zero to dept-cost-sub
               go to 3510-exit
           end-if
           add 1 to dept-cost-count
           move dept-cost-count to dept-cost-sub
           move dept-search-code to dept-cost-code(dept-cost-sub)
           move zero to dept-cost-regular(dept-cost-sub)
           move zero to dept-cost-overtime(dept-cost-sub)
           move zero to dept-cost-holiday(dept-cost-sub)
           move zero to dept-cost-diff(dept-cost-sub)
           move zero to dept-cost-total(dept-cost-sub)
           .
       3510-exit.
           exit.

      *> ------------------------------------------------------------
      *> 3520-SCAN-DEPT-TABLE - leaves DEPT-COST-SUB pointing at
      *> the matching entry when one is found
      *> ------------------------------------------------------------
       3520-scan-dept-table.
           if dept-cost-code(dept-cost-sub) = dept-search-code
               move "Y" to dept-found-switch
               subtract 1 from dept-cost-sub
           end-if
           .
       3520-exit.
           exit.

      *> ------------------------------------------------------------
      *> 3600-NOTE-EXCEPTION - the week is held for the exception
      *> section with its hours, uncosted
      *> ------------------------------------------------------------
       3600-note-exception.
           add 1 to not-costed-count
           if exception-count >= 500
               display "EXCEPTION TABLE FULL - OPERATOR "
                   pay-accum-operator-id " NOT LISTED"
               add 1 to exception-overflow-count
               go to 3600-exit
           end-if
           add 1 to exception-count
           move pay-accum-operator-id
               to exc-operator-id(exception-count)
           move pay-accum-dept-code to exc-dept-code(exception-count)
           move pay-accum-regular-hours
               to exc-regular-hours(exception-count)
           move pay-accum-overtime-hours
               to exc-overtime-hours(exception-count)
           move pay-accum-holiday-hours
               to exc-holiday-hours(exception-count)
           move spaces to exc-reason(exception-count)
           if rate-only-later
               string "NO RATE IN EFFECT BY " delimited by size
                      rate-as-of-date delimited by size
                   into exc-reason(exception-count)
               end-string
           else
               move "NO PAY RATE ON FILE"
                   to exc-reason(exception-count)
           end-if
           .
       3600-exit.
           exit.

      *> ============================================================
      *> 7000-WRITE-DEPT-SECTION - each department's subtotal, name
      *> and supervisor, and budget variance, in code order, then
      *> the plant total
      *> ============================================================
       7000-write-dept-section.
           move "Y" to dept-swap-switch
           perform 7010-sort-pass thru 7010-exit
               until not dept-swapped

           move spaces to labcst-section-header
           move "DEPARTMENT LABOR COST AND BUDGET VARIANCE"
               to labcst-section-text
           write labcst-section-header
           perform 7200-write-cost-columns thru 7200-exit

           perform 7400-write-one-dept thru 7400-exit
               varying dept-cost-sub from 1 by 1
               until dept-cost-sub > dept-cost-count

           move spaces to labcst-dept-line
           move "PLANT TOTAL:" to labcst-dept-tag
           move plant-regular-cost to labcst-dept-regular
           move plant-overtime-cost to labcst-dept-overtime
           move plant-holiday-cost to labcst-dept-holiday
           move plant-diff-cost to labcst-dept-diff
           move plant-total-cost to labcst-dept-total
           write labcst-dept-line
           .
       7000-exit.
           exit.

      *> ------------------------------------------------------------
      *> 7010-SORT-PASS - exchange sort of the department table on
      *> department code
      *> ------------------------------------------------------------
       7010-sort-pass.
           move "N" to dept-swap-switch
           if dept-cost-count < 2
               go to 7010-exit
           end-if
           perform 7020-compare-adjacent thru 7020-exit
               varying dept-cost-sub from 1 by 1
               until dept-cost-sub >= dept-cost-count
           .
       7010-exit.
           exit.

      *> ------------------------------------------------------------
      *> 7020-COMPARE-ADJACENT
      *> ------------------------------------------------------------
       7020-compare-adjacent.
           if dept-cost-code(dept-cost-sub)
                   > dept-cost-code(dept-cost-sub + 1)
               move dept-cost-entry(dept-cost-sub) to dept-cost-hold
               move dept-cost-entry(dept-cost-sub + 1)
                   to dept-cost-entry(dept-cost-sub)
               move dept-cost-hold
                   to dept-cost-entry(dept-cost-sub + 1)
               move "Y" to dept-swap-switch
           end-if
           .
       7020-exit.
           exit.

      *> ------------------------------------------------------------
      *> 7100-WRITE-REPORT-HEADER - the pay week from the
      *> accumulation record in hand, then the operator section's
      *> heading
      *> ------------------------------------------------------------
       7100-write-report-header.
           move spaces to labcst-report-header-1
           move "LABOR COST DISTRIBUTION" to labcst-header-title
           move "FROM:" to labcst-header-from-tag
           move pay-accum-period-from to labcst-header-from
           move "TO:" to labcst-header-to-tag
           move pay-accum-period-to to labcst-header-to
           write labcst-report-header-1

           move spaces to labcst-section-header
           move "OPERATOR COST - REGULAR, OVERTIME AT 1.5, HOLIDAY, "
               to labcst-section-text(1:51)
           move "SHIFT DIFFERENTIAL" to labcst-section-text(52:18)
           write labcst-section-header

           move spaces to labcst-column-header
           move "OPERATOR ID" to labcst-column-text(1:11)
           move "DP" to labcst-column-text(22:2)
           move "RATE" to labcst-column-text(27:4)
           perform 7210-write-cost-headings thru 7210-exit
           move "Y" to header-written-switch
           .
       7100-exit.
           exit.

      *> ------------------------------------------------------------
      *> 7200-WRITE-COST-COLUMNS - the cost column headings alone,
      *> for the department section
      *> ------------------------------------------------------------
       7200-write-cost-columns.
           move spaces to labcst-column-header
           perform 7210-write-cost-headings thru 7210-exit
           .
       7200-exit.
           exit.

      *> ------------------------------------------------------------
      *> 7210-WRITE-COST-HEADINGS - right-aligned over the cost
      *> columns the detail and department lines share
      *> ------------------------------------------------------------
       7210-write-cost-headings.
           move "REGULAR" to labcst-column-text(34:7)
           move "OVERTIME" to labcst-column-text(43:8)
           move "HOLIDAY" to labcst-column-text(54:7)
           move "SHIFT" to labcst-column-text(65:5)
           move "TOTAL" to labcst-column-text(75:5)
           write labcst-column-header
           .
       7210-exit.
           exit.

      *> ------------------------------------------------------------
      *> 7300-WRITE-OPERATOR-DETAIL
      *> ------------------------------------------------------------
       7300-write-operator-detail.
           move spaces to labcst-report-detail
           move pay-accum-operator-id to labcst-detail-id
           move pay-accum-dept-code to labcst-detail-dept
           move found-hourly-rate to labcst-detail-rate
           move regular-cost to labcst-detail-regular
           move overtime-cost to labcst-detail-overtime
           move holiday-cost to labcst-detail-holiday
           move diff-cost to labcst-detail-diff
           move operator-total-cost to labcst-detail-total
           write labcst-report-detail
           .
       7300-exit.
           exit.

      *> ------------------------------------------------------------
      *> 7400-WRITE-ONE-DEPT - name and supervisor, subtotal, and
      *> variance; actual over budget is flagged
      *> ------------------------------------------------------------
       7400-write-one-dept.
           perform 7410-write-dept-header thru 7410-exit

           move spaces to labcst-dept-line
           string "DEPT " delimited by size
                  dept-cost-code(dept-cost-sub) delimited by size
                  " SUBTOTAL:" delimited by size
               into labcst-dept-tag
           end-string
           move dept-cost-regular(dept-cost-sub)
               to labcst-dept-regular
           move dept-cost-overtime(dept-cost-sub)
               to labcst-dept-overtime
           move dept-cost-holiday(dept-cost-sub)
               to labcst-dept-holiday
           move dept-cost-diff(dept-cost-sub) to labcst-dept-diff
           move dept-cost-total(dept-cost-sub) to labcst-dept-total
           write labcst-dept-line

           perform 7420-write-budget-line thru 7420-exit
           .
       7400-exit.
           exit.

      *> ------------------------------------------------------------
      *> 7410-WRITE-DEPT-HEADER
      *> ------------------------------------------------------------
       7410-write-dept-header.
           move spaces to labcst-dept-header
           move "DEPT " to labcst-dept-code-tag
           move dept-cost-code(dept-cost-sub) to labcst-dept-code
           move "SUPERVISOR: " to labcst-dept-super-tag
           move "NOT ON DEPARTMENT MASTER" to labcst-dept-name
           move "NONE ON FILE" to labcst-dept-super
           perform 7415-read-dept-master thru 7415-exit
           write labcst-dept-header
           .
       7410-exit.
           exit.

      *> ------------------------------------------------------------
      *> 7415-READ-DEPT-MASTER - name and supervisor when the
      *> department is on the master
      *> ------------------------------------------------------------
       7415-read-dept-master.
           if dept-master-missing
               go to 7415-exit
           end-if
           move dept-cost-code(dept-cost-sub) to dept-code
           read dept-master-file
               invalid key
                   go to 7415-exit
           end-read
           move dept-name to labcst-dept-name
           if dept-supervisor-name not = spaces
               move dept-supervisor-name to labcst-dept-super
           end-if
           .
       7415-exit.
           exit.

      *> ------------------------------------------------------------
      *> 7420-WRITE-BUDGET-LINE
      *> ------------------------------------------------------------
       7420-write-budget-line.
           move spaces to labcst-budget-line
           move "  WEEKLY BUDGET / VARIANCE:" to labcst-budget-tag
           move "NO BUDGET ON FILE" to labcst-budget-flag
           perform 7425-compute-variance thru 7425-exit
           write labcst-budget-line
           .
       7420-exit.
           exit.

      *> ------------------------------------------------------------
      *> 7425-COMPUTE-VARIANCE - variance is actual less budget, so
      *> a positive variance is over budget
      *> ------------------------------------------------------------
       7425-compute-variance.
           if dept-budget-missing
               go to 7425-exit
           end-if
           move dept-cost-code(dept-cost-sub) to dept-budget-code
           read dept-budget-file
               invalid key
                   go to 7425-exit
           end-read
           compute budget-variance =
               dept-cost-total(dept-cost-sub) - dept-budget-weekly
           move dept-budget-weekly to labcst-budget-amount
           move budget-variance to labcst-budget-variance
           move spaces to labcst-budget-flag
           if budget-variance > zero
               move "*** OVER BUDGET ***" to labcst-budget-flag
               add 1 to over-budget-count
           end-if
           .
       7425-exit.
           exit.

      *> ============================================================
      *> 7500-WRITE-EXCEPTION-SECTION - operators whose week was
      *> not costed, with the hours left out of the costs
      *> ============================================================
       7500-write-exception-section.
           move spaces to labcst-section-header
           move "OPERATORS NOT COSTED - NO PAY RATE IN EFFECT"
               to labcst-section-text
           write labcst-section-header

           move spaces to labcst-column-header
           move "OPERATOR ID" to labcst-column-text(1:11)
           move "DP" to labcst-column-text(22:2)
           move "REG HR" to labcst-column-text(25:6)
           move "OT HR" to labcst-column-text(33:5)
           move "HOL HR" to labcst-column-text(39:6)
           move "REASON" to labcst-column-text(46:6)
           write labcst-column-header

           if exception-count = zero
               move spaces to labcst-column-header
               move "NONE FOUND" to labcst-column-text
               write labcst-column-header
               go to 7500-exit
           end-if
           perform 7510-write-exception-detail thru 7510-exit
               varying exception-sub from 1 by 1
               until exception-sub > exception-count
           .
       7500-exit.
           exit.

      *> ------------------------------------------------------------
      *> 7510-WRITE-EXCEPTION-DETAIL
      *> ------------------------------------------------------------
       7510-write-exception-detail.
           move spaces to labcst-exception-detail
           move exc-operator-id(exception-sub) to labcst-exc-id
           move exc-dept-code(exception-sub) to labcst-exc-dept
           move exc-regular-hours(exception-sub)
               to labcst-exc-regular
           move exc-overtime-hours(exception-sub)
               to labcst-exc-overtime
           move exc-holiday-hours(exception-sub)
               to labcst-exc-holiday
           move exc-reason(exception-sub) to labcst-exc-reason
           write labcst-exception-detail
           .
       7510-exit.
           exit.

      *> ------------------------------------------------------------
      *> 7700-WRITE-REPORT-TRAILER
      *> ------------------------------------------------------------
       7700-write-report-trailer.
           move spaces to labcst-report-trailer
           move "PAY ACCUM RECORDS READ:" to labcst-trailer-tag
           move pay-accum-read-count to labcst-trailer-count
           write labcst-report-trailer

           move spaces to labcst-report-trailer
           move "OPERATORS COSTED:" to labcst-trailer-tag
           move costed-count to labcst-trailer-count
           write labcst-report-trailer

           move spaces to labcst-report-trailer
           move "OPERATORS NOT COSTED:" to labcst-trailer-tag
           move not-costed-count to labcst-trailer-count
           write labcst-report-trailer

           move spaces to labcst-report-trailer
           move "DEPARTMENTS OVER BUDGET:" to labcst-trailer-tag
           move over-budget-count to labcst-trailer-count
           write labcst-report-trailer

           move spaces to labcst-amount-trailer
           move "TOTAL LABOR COST:" to labcst-amount-tag
           move plant-total-cost to labcst-amount-value
           write labcst-amount-trailer

           if dept-overflow-count > zero
               move spaces to labcst-report-trailer
               move "OPERATORS NOT SUBTOTALED:" to labcst-trailer-tag
               move dept-overflow-count to labcst-trailer-count
               write labcst-report-trailer
           end-if
           if exception-overflow-count > zero
               move spaces to labcst-report-trailer
               move "EXCEPTIONS NOT LISTED - FULL:"
                   to labcst-trailer-tag
               move exception-overflow-count to labcst-trailer-count
               write labcst-report-trailer
           end-if
           .
       7700-exit.
           exit.

      *> ============================================================
      *> 9900-TERMINATE
      *> ============================================================
       9900-terminate.
           close labor-cost-report-file
           perform 9910-close-lookup-files thru 9910-exit
           .
       9900-exit.
           exit.

      *> ------------------------------------------------------------
      *> 9910-CLOSE-LOOKUP-FILES
      *> ------------------------------------------------------------
       9910-close-lookup-files.
           close operator-master-file
           if not pay-rate-missing
               close pay-rate-file
           end-if
           if not dept-master-missing
               close dept-master-file
           end-if
           if not dept-budget-missing
               close dept-budget-file
           end-if
           .
       9910-exit.
           exit.
