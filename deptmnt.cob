      *> rather than deleting it, the way a deactivated operator
      *> stays on the operator master.
      *>
      *> Each department's weekly labor budget is kept on
      *> DEPT-BUDGET-FILE, keyed on the same code, for the labor
      *> cost run's budget variance.
      *>
      *> Modification history
      *>   2026-09-02  original program
      *>   2026-10-15  weekly labor budget on DEPT-BUDGET-FILE
      *> ------------------------------------------------------------
       identification division.
       program-id. DeptMaint.
               record key is dept-code
               file status is dept-master-file-status.

           select dept-budget-file assign to "DEPTBUDG"
               organization is indexed
               access mode is dynamic
               record key is dept-budget-code
               file status is dept-budget-file-status.

       data division.
       file section.
       fd  dept-master-file.
           copy "deptmast.cpy".

       fd  dept-budget-file.
           copy "deptbudg.cpy".

       working-storage section.
       01  dept-master-file-status      pic x(02) value spaces.
           88  dept-master-ok               value "00".
       01  maint-dept-code              pic x(02) value spaces.
       01  maint-dept-name              pic x(30) value spaces.
       01  maint-supervisor-name        pic x(20) value spaces.
       01  dept-budget-file-status      pic x(02) value spaces.
           88  dept-budget-ok               value "00".
       01  current-date-yyyymmdd        pic 9(08) value zero.
       01  maint-amount-entry           pic x(12) value spaces.
       01  maint-budget-amount          pic 9(07)v99 value zero.

       procedure division.

                   dept-master-file-status
               goback
           end-if

           accept current-date-yyyymmdd from date yyyymmdd
           open i-o dept-budget-file
           if dept-budget-file-status = "35"
               open output dept-budget-file
               close dept-budget-file
               open i-o dept-budget-file
           end-if
           if not dept-budget-ok
               display "DEPT BUDGET FILE OPEN FAILED - STATUS "
                   dept-budget-file-status
               close dept-master-file
               goback
           end-if
           .
       1000-exit.
           exit.

      *> ============================================================
      *> 8000-MAINTENANCE-MENU - add/change/deactivate department
      *> records in DEPT-MASTER-FILE, and set weekly labor budgets
      *> ============================================================
       8000-maintenance-menu.
           move "N" to maintenance-done-switch
           display "1 - ADD DEPARTMENT"
           display "2 - CHANGE DEPARTMENT"
           display "3 - DEACTIVATE DEPARTMENT"
           display "4 - SET WEEKLY LABOR BUDGET"
           display "5 - EXIT MAINTENANCE"
           display "ENTER CHOICE: "
           accept menu-choice
           evaluate menu-choice
               when "3"
                   perform 8040-deactivate-department thru 8040-exit
               when "4"
                   perform 8050-set-budget thru 8050-exit
               when "5"
                   move "Y" to maintenance-done-switch
               when other
                   display "INVALID CHOICE - TRY AGAIN"
       8040-exit.
           exit.

      *> ------------------------------------------------------------
      *> 8050-SET-BUDGET - adds the department's budget the first
      *> time and replaces it after that
      *> ------------------------------------------------------------
       8050-set-budget.
           display "DEPARTMENT CODE FOR BUDGET: "
           accept dept-code
           read dept-master-file
               invalid key
                   display "DEPARTMENT NOT FOUND"
                   go to 8050-exit
           end-read
           display "WEEKLY LABOR BUDGET (999999.99): "
           accept maint-amount-entry
           if maint-amount-entry = spaces
               or function test-numval(maint-amount-entry) not = zero
               display "BUDGET MUST BE AN AMOUNT - REJECTED"
               go to 8050-exit
           end-if
           if function numval(maint-amount-entry) < zero
               or function numval(maint-amount-entry) > 999999.99
               display "BUDGET MUST BE 0.00 TO 999999.99 - REJECTED"
               go to 8050-exit
           end-if
           compute maint-budget-amount =
               function numval(maint-amount-entry)

           move dept-code to dept-budget-code
           read dept-budget-file
               invalid key
                   move spaces to dept-budget-record
                   move dept-code to dept-budget-code
                   move maint-budget-amount to dept-budget-weekly
                   move current-date-yyyymmdd
                       to dept-budget-entered-date
                   write dept-budget-record
               not invalid key
                   move maint-budget-amount to dept-budget-weekly
                   move current-date-yyyymmdd
                       to dept-budget-entered-date
                   rewrite dept-budget-record
           end-read
           if dept-budget-ok
               display "WEEKLY LABOR BUDGET SET"
           else
               display "BUDGET UPDATE FAILED - STATUS "
                   dept-budget-file-status
           end-if
           .
       8050-exit.
           exit.

      *> ============================================================
      *> 9900-TERMINATE
      *> ============================================================
       9900-terminate.
           close dept-master-file
           close dept-budget-file
           .
       9900-exit.
           exit.
