      *> ------------------------------------------------------------
      *> PAYRTMNT
      *>
      *> Operator pay rate maintenance.  Adds, changes, removes,
      *> and lists the effective-dated rates on PAY-RATE-FILE - the
      *> hourly rate and the per-hour swing and night shift
      *> differentials.  The operator must be on
      *> OPERATOR-MASTER-FILE and the effective date must be a real
      *> calendar date.
      *>
      *> A raise is added as a new rate with its own effective
      *> date, leaving the earlier rate in place for weeks already
      *> paid; change is for correcting a rate keyed in wrong.  A
      *> removed rate is deleted outright.
      *>
      *> Modification history
      *>   2026-10-15  original program
      *> ------------------------------------------------------------
       identification division.
       program-id. PayRateMaint.
       author. Data Center Applications.
       installation. Shift Operations.
       date-written. 2026-10-15.

       environment division.
       input-output section.
       file-control.
           select pay-rate-file assign to "PAYRATE"
               organization is indexed
               access mode is dynamic
               record key is pay-rate-key
               file status is pay-rate-file-status.

           select operator-master-file assign to "OPERMAST"
               organization is indexed
               access mode is dynamic
               record key is operator-id
               file status is operator-master-file-status.

       data division.
       file section.
       fd  pay-rate-file.
           copy "payrate.cpy".

       fd  operator-master-file.
           copy "opermast.cpy".

       working-storage section.
       01  pay-rate-file-status         pic x(02) value spaces.
           88  pay-rate-ok                  value "00".
       01  operator-master-file-status  pic x(02) value spaces.
           88  operator-master-ok           value "00".
       01  maintenance-done-switch      pic x(01) value "N".
           88  maintenance-done             value "Y".
       01  entry-valid-switch           pic x(01) value "N".
           88  entry-valid                  value "Y".
       01  rate-list-eof-switch         pic x(01) value "N".
           88  rate-list-eof                value "Y".
       01  menu-choice                  pic x(01) value space.
       01  current-date-yyyymmdd        pic 9(08) value zero.
       01  maint-operator-id            pic x(20) value spaces.
       01  maint-effective-date         pic x(08) value spaces.
       01  maint-amount-entry           pic x(10) value spaces.
       01  maint-amount                 pic 9(05)v99 value zero.
       01  maint-hourly                 pic 9(03)v99 value zero.
       01  maint-swing-diff             pic 9(02)v99 value zero.
       01  maint-night-diff             pic 9(02)v99 value zero.
       01  rate-list-count              pic 9(08) comp value zero.
       01  date-check-work              pic 9(08) value zero.
       01  date-check-integer           pic 9(08) comp value zero.
       01  rate-list-line.
           05  rate-list-date           pic x(08).
           05  filler                   pic x(03) value spaces.
           05  rate-list-hourly         pic zz9.99.
           05  filler                   pic x(03) value spaces.
           05  rate-list-swing          pic z9.99.
           05  filler                   pic x(03) value spaces.
           05  rate-list-night          pic z9.99.

       procedure division.

      *> ============================================================
      *> 0000-MAINLINE
      *> ============================================================
       0000-mainline.
           perform 1000-initialize thru 1000-exit
           perform 8000-maintenance-menu thru 8000-exit
           perform 9900-terminate thru 9900-exit
           goback.

      *> ------------------------------------------------------------
      *> 1000-INITIALIZE - the rate file is created empty the first
      *> time; the operator master is required to check operators
      *> ------------------------------------------------------------
       1000-initialize.
           accept current-date-yyyymmdd from date yyyymmdd

           open i-o pay-rate-file
           if pay-rate-file-status = "35"
               open output pay-rate-file
               close pay-rate-file
               open i-o pay-rate-file
           end-if
           if not pay-rate-ok
               display "PAY RATE FILE OPEN FAILED - STATUS "
                   pay-rate-file-status
               goback
           end-if

           open input operator-master-file
           if not operator-master-ok
               display "OPERATOR MASTER FILE OPEN FAILED - STATUS "
                   operator-master-file-status
               close pay-rate-file
               goback
           end-if
           .
       1000-exit.
           exit.

      *> ============================================================
      *> 8000-MAINTENANCE-MENU - add/change/remove/list pay rates
      *> ============================================================
       8000-maintenance-menu.
           move "N" to maintenance-done-switch
           perform 8010-display-menu thru 8010-exit
               until maintenance-done
           .
       8000-exit.
           exit.

      *> ------------------------------------------------------------
      *> 8010-DISPLAY-MENU
      *> ------------------------------------------------------------
       8010-display-menu.
           display " "
           display "OPERATOR PAY RATE MAINTENANCE"
           display "1 - ADD PAY RATE"
           display "2 - CHANGE PAY RATE"
           display "3 - REMOVE PAY RATE"
           display "4 - LIST OPERATOR RATES"
           display "5 - EXIT MAINTENANCE"
           display "ENTER CHOICE: "
           accept menu-choice
           evaluate menu-choice
               when "1"
                   perform 8020-add-rate thru 8020-exit
               when "2"
                   perform 8030-change-rate thru 8030-exit
               when "3"
                   perform 8040-remove-rate thru 8040-exit
               when "4"
                   perform 8070-list-rates thru 8070-exit
               when "5"
                   move "Y" to maintenance-done-switch
               when other
                   display "INVALID CHOICE - TRY AGAIN"
           end-evaluate
           .
       8010-exit.
           exit.

      *> ------------------------------------------------------------
      *> 8020-ADD-RATE
      *> ------------------------------------------------------------
       8020-add-rate.
           perform 8022-accept-rate-key thru 8022-exit
           if not entry-valid
               display "ADD REJECTED"
               go to 8020-exit
           end-if
           read pay-rate-file
               invalid key
                   continue
               not invalid key
                   display "RATE ALREADY ON FILE FOR THAT DATE"
                       " - ADD REJECTED"
                   go to 8020-exit
           end-read

           display "HOURLY RATE (999.99): "
           accept maint-amount-entry
           perform 8026-validate-amount thru 8026-exit
           if not entry-valid
               or maint-amount = zero
               or maint-amount > 999.99
               display "HOURLY RATE MUST BE 0.01 TO 999.99"
                   " - ADD REJECTED"
               go to 8020-exit
           end-if
           move maint-amount to maint-hourly

           display "SWING DIFFERENTIAL PER HOUR (99.99): "
           accept maint-amount-entry
           perform 8026-validate-amount thru 8026-exit
           if not entry-valid
               or maint-amount > 99.99
               display "DIFFERENTIAL MUST BE 0.00 TO 99.99"
                   " - ADD REJECTED"
               go to 8020-exit
           end-if
           move maint-amount to maint-swing-diff

           display "NIGHT DIFFERENTIAL PER HOUR (99.99): "
           accept maint-amount-entry
           perform 8026-validate-amount thru 8026-exit
           if not entry-valid
               or maint-amount > 99.99
               display "DIFFERENTIAL MUST BE 0.00 TO 99.99"
                   " - ADD REJECTED"
               go to 8020-exit
           end-if
           move maint-amount to maint-night-diff

           move spaces to pay-rate-record
           move maint-operator-id to pay-rate-operator-id
           move maint-effective-date to pay-rate-effective-date
           move maint-hourly to pay-rate-hourly
           move maint-swing-diff to pay-rate-swing-diff
           move maint-night-diff to pay-rate-night-diff
           move current-date-yyyymmdd to pay-rate-entered-date
           write pay-rate-record
           if pay-rate-ok
               display "PAY RATE ADDED"
           else
               display "ADD FAILED - STATUS " pay-rate-file-status
           end-if
           .
       8020-exit.
           exit.

      *> ------------------------------------------------------------
      *> 8022-ACCEPT-RATE-KEY - operator on the master and a real
      *> effective date; leaves PAY-RATE-KEY set for the read
      *> ------------------------------------------------------------
       8022-accept-rate-key.
           move "N" to entry-valid-switch
           display "OPERATOR ID: "
           accept maint-operator-id
           move maint-operator-id to operator-id
           read operator-master-file
               invalid key
                   display "OPERATOR NOT ON MASTER"
                   go to 8022-exit
           end-read
           display "EFFECTIVE DATE (YYYYMMDD): "
           accept maint-effective-date
           perform 8025-validate-date thru 8025-exit
           if date-check-integer = zero
               display "NOT A VALID DATE"
               go to 8022-exit
           end-if
           move maint-operator-id to pay-rate-operator-id
           move maint-effective-date to pay-rate-effective-date
           move "Y" to entry-valid-switch
           .
       8022-exit.
           exit.

      *> ------------------------------------------------------------
      *> 8025-VALIDATE-DATE - MAINT-EFFECTIVE-DATE must be numeric
      *> and a real calendar date; DATE-CHECK-INTEGER is zero when
      *> not
      *> ------------------------------------------------------------
       8025-validate-date.
           move zero to date-check-integer
           if maint-effective-date is not numeric
               go to 8025-exit
           end-if
           move maint-effective-date to date-check-work
           compute date-check-integer =
               function integer-of-date(date-check-work)
           .
       8025-exit.
           exit.

      *> ------------------------------------------------------------
      *> 8026-VALIDATE-AMOUNT - MAINT-AMOUNT-ENTRY must be an
      *> unsigned amount of no more than two decimals; ENTRY-VALID
      *> is off when not, and MAINT-AMOUNT holds the value when so
      *> ------------------------------------------------------------
       8026-validate-amount.
           move "N" to entry-valid-switch
           move zero to maint-amount
           if maint-amount-entry = spaces
               go to 8026-exit
           end-if
           if function test-numval(maint-amount-entry) not = zero
               go to 8026-exit
           end-if
           if function numval(maint-amount-entry) < zero
               or function numval(maint-amount-entry) > 99999.99
               go to 8026-exit
           end-if
           compute maint-amount = function numval(maint-amount-entry)
           if maint-amount not = function numval(maint-amount-entry)
               go to 8026-exit
           end-if
           move "Y" to entry-valid-switch
           .
       8026-exit.
           exit.

      *> ------------------------------------------------------------
      *> 8030-CHANGE-RATE - the rate and both differentials may be
      *> corrected; operator and effective date are the key and do
      *> not change
      *> ------------------------------------------------------------
       8030-change-rate.
           perform 8022-accept-rate-key thru 8022-exit
           if not entry-valid
               display "CHANGE REJECTED"
               go to 8030-exit
           end-if
           read pay-rate-file
               invalid key
                   display "NO RATE ON FILE FOR THAT DATE"
                   go to 8030-exit
           end-read
           move pay-rate-hourly to maint-hourly
           move pay-rate-swing-diff to maint-swing-diff
           move pay-rate-night-diff to maint-night-diff

           display "NEW HOURLY RATE (BLANK TO KEEP AS IS): "
           accept maint-amount-entry
           if maint-amount-entry not = spaces
               perform 8026-validate-amount thru 8026-exit
               if not entry-valid
                   or maint-amount = zero
                   or maint-amount > 999.99
                   display "HOURLY RATE MUST BE 0.01 TO 999.99"
                       " - CHANGE REJECTED"
                   go to 8030-exit
               end-if
               move maint-amount to maint-hourly
           end-if

           display "NEW SWING DIFFERENTIAL (BLANK TO KEEP AS IS): "
           accept maint-amount-entry
           if maint-amount-entry not = spaces
               perform 8026-validate-amount thru 8026-exit
               if not entry-valid
                   or maint-amount > 99.99
                   display "DIFFERENTIAL MUST BE 0.00 TO 99.99"
                       " - CHANGE REJECTED"
                   go to 8030-exit
               end-if
               move maint-amount to maint-swing-diff
           end-if

           display "NEW NIGHT DIFFERENTIAL (BLANK TO KEEP AS IS): "
           accept maint-amount-entry
           if maint-amount-entry not = spaces
               perform 8026-validate-amount thru 8026-exit
               if not entry-valid
                   or maint-amount > 99.99
                   display "DIFFERENTIAL MUST BE 0.00 TO 99.99"
                       " - CHANGE REJECTED"
                   go to 8030-exit
               end-if
               move maint-amount to maint-night-diff
           end-if

           move maint-hourly to pay-rate-hourly
           move maint-swing-diff to pay-rate-swing-diff
           move maint-night-diff to pay-rate-night-diff
           move current-date-yyyymmdd to pay-rate-entered-date
           rewrite pay-rate-record
           if pay-rate-ok
               display "PAY RATE UPDATED"
           else
               display "UPDATE FAILED - STATUS " pay-rate-file-status
           end-if
           .
       8030-exit.
           exit.

      *> ------------------------------------------------------------
      *> 8040-REMOVE-RATE
      *> ------------------------------------------------------------
       8040-remove-rate.
           display "OPERATOR ID: "
           accept maint-operator-id
           display "EFFECTIVE DATE TO REMOVE (YYYYMMDD): "
           accept maint-effective-date
           move maint-operator-id to pay-rate-operator-id
           move maint-effective-date to pay-rate-effective-date
           read pay-rate-file
               invalid key
                   display "NO RATE ON FILE FOR THAT DATE"
                   go to 8040-exit
           end-read
           delete pay-rate-file record
           if pay-rate-ok
               display "PAY RATE REMOVED"
           else
               display "REMOVE FAILED - STATUS " pay-rate-file-status
           end-if
           .
       8040-exit.
           exit.

      *> ------------------------------------------------------------
      *> 8070-LIST-RATES - the operator's rates in effective-date
      *> order
      *> ------------------------------------------------------------
       8070-list-rates.
           display "OPERATOR ID: "
           accept maint-operator-id
           move zero to rate-list-count
           move maint-operator-id to pay-rate-operator-id
           move low-values to pay-rate-effective-date
           start pay-rate-file key >= pay-rate-key
               invalid key
                   move "Y" to rate-list-eof-switch
               not invalid key
                   move "N" to rate-list-eof-switch
           end-start
           display "EFFECTIVE     RATE   SWING   NIGHT"
           perform 8075-list-one-rate thru 8075-exit
               until rate-list-eof
           if rate-list-count = zero
               display "NO RATES ON FILE FOR OPERATOR"
           end-if
           .
       8070-exit.
           exit.

      *> ------------------------------------------------------------
      *> 8075-LIST-ONE-RATE - the next operator's rates end the
      *> list
      *> ------------------------------------------------------------
       8075-list-one-rate.
           read pay-rate-file next
               at end
                   move "Y" to rate-list-eof-switch
                   go to 8075-exit
           end-read
           if pay-rate-operator-id not = maint-operator-id
               move "Y" to rate-list-eof-switch
               go to 8075-exit
           end-if
           add 1 to rate-list-count
           move pay-rate-effective-date to rate-list-date
           move pay-rate-hourly to rate-list-hourly
           move pay-rate-swing-diff to rate-list-swing
           move pay-rate-night-diff to rate-list-night
           display rate-list-line
           .
       8075-exit.
           exit.

      *> ============================================================
      *> 9900-TERMINATE
      *> ============================================================
       9900-terminate.
           close pay-rate-file
           close operator-master-file
           .
       9900-exit.
           exit.
