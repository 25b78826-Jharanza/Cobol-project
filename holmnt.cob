      *> ------------------------------------------------------------
      *> HOLMNT
      *>
      *> Plant holiday and shutdown calendar maintenance.  Adds,
      *> changes, and removes closed dates on HOLIDAY-CALENDAR-FILE
      *> - the date, a description, whether the whole plant is
      *> closed or only a list of departments, and whether hours
      *> worked on the date earn the holiday premium.  The date is
      *> checked to be a real calendar date, and every department
      *> on a limited closure must be on DEPT-MASTER-FILE.
      *>
      *> A removed date is deleted outright: a closure that is
      *> called off has nothing left to report, unlike a
      *> deactivated operator or department.
      *>
      *> Modification history
      *>   2026-10-15  original program
      *> ------------------------------------------------------------
       identification division.
       program-id. HolidayMaint.
       author. Data Center Applications.
       installation. Shift Operations.
       date-written. 2026-10-15.

       environment division.
       input-output section.
       file-control.
           select holiday-calendar-file assign to "HOLCAL"
               organization is indexed
               access mode is dynamic
               record key is holiday-date
               file status is holiday-calendar-file-status.

           select dept-master-file assign to "DEPTMAST"
               organization is indexed
               access mode is dynamic
               record key is dept-code
               file status is dept-master-file-status.

       data division.
       file section.
       fd  holiday-calendar-file.
           copy "holcal.cpy".

       fd  dept-master-file.
           copy "deptmast.cpy".

       working-storage section.
       01  holiday-calendar-file-status pic x(02) value spaces.
           88  holiday-calendar-ok          value "00".
       01  dept-master-file-status      pic x(02) value spaces.
           88  dept-master-ok               value "00".
       01  dept-master-missing-switch   pic x(01) value "N".
           88  dept-master-missing          value "Y".
       01  maintenance-done-switch      pic x(01) value "N".
           88  maintenance-done             value "Y".
       01  dept-list-done-switch        pic x(01) value "N".
           88  dept-list-done               value "Y".
       01  entry-valid-switch           pic x(01) value "N".
           88  entry-valid                  value "Y".
       01  menu-choice                  pic x(01) value space.
       01  maint-holiday-date           pic x(08) value spaces.
       01  maint-description            pic x(30) value spaces.
       01  maint-scope-flag             pic x(01) value space.
           88  maint-scope-valid            value "P" "D".
       01  maint-premium-flag           pic x(01) value space.
           88  maint-premium-valid          value "Y" "N".
       01  maint-dept-code              pic x(02) value spaces.
       01  maint-dept-sub               pic 9(04) comp value zero.
       01  maint-dept-list.
           05  maint-dept-entry occurs 10 times
                                        pic x(02).
       01  date-check-work              pic 9(08) value zero.
       01  date-check-integer           pic 9(08) comp value zero.

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
      *> 1000-INITIALIZE - the calendar is created empty the first
      *> time; with no department master on file the department
      *> check is waived
      *> ------------------------------------------------------------
       1000-initialize.
           open i-o holiday-calendar-file
           if holiday-calendar-file-status = "35"
               open output holiday-calendar-file
               close holiday-calendar-file
               open i-o holiday-calendar-file
           end-if
           if not holiday-calendar-ok
               display "HOLIDAY CALENDAR OPEN FAILED - STATUS "
                   holiday-calendar-file-status
               goback
           end-if

           open input dept-master-file
           if not dept-master-ok
               display "NO DEPT MASTER - DEPARTMENT CODES NOT CHECKED"
               move "Y" to dept-master-missing-switch
           end-if
           .
       1000-exit.
           exit.

      *> ============================================================
      *> 8000-MAINTENANCE-MENU - add/change/remove closed dates
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
           display "HOLIDAY CALENDAR MAINTENANCE"
           display "1 - ADD CLOSED DATE"
           display "2 - CHANGE CLOSED DATE"
           display "3 - REMOVE CLOSED DATE"
           display "4 - EXIT MAINTENANCE"
           display "ENTER CHOICE: "
           accept menu-choice
           evaluate menu-choice
               when "1"
                   perform 8020-add-holiday thru 8020-exit
               when "2"
                   perform 8030-change-holiday thru 8030-exit
               when "3"
                   perform 8040-remove-holiday thru 8040-exit
               when "4"
                   move "Y" to maintenance-done-switch
               when other
                   display "INVALID CHOICE - TRY AGAIN"
           end-evaluate
           .
       8010-exit.
           exit.

      *> ------------------------------------------------------------
      *> 8020-ADD-HOLIDAY
      *> ------------------------------------------------------------
       8020-add-holiday.
           display "CLOSED DATE (YYYYMMDD): "
           accept maint-holiday-date
           perform 8025-validate-date thru 8025-exit
           if date-check-integer = zero
               display "NOT A VALID DATE - ADD REJECTED"
               go to 8020-exit
           end-if
           move maint-holiday-date to holiday-date
           read holiday-calendar-file
               invalid key
                   continue
               not invalid key
                   display "DATE ALREADY ON CALENDAR - ADD REJECTED"
                   go to 8020-exit
           end-read

           display "DESCRIPTION: "
           accept maint-description
           if maint-description = spaces
               display "DESCRIPTION REQUIRED - ADD REJECTED"
               go to 8020-exit
           end-if
           perform 8050-accept-closure-terms thru 8050-exit
           if not entry-valid
               display "ADD REJECTED"
               go to 8020-exit
           end-if

           move spaces to holiday-calendar-record
           move maint-holiday-date to holiday-date
           move maint-description to holiday-description
           move maint-scope-flag to holiday-scope-flag
           move maint-premium-flag to holiday-premium-flag
           move maint-dept-list to holiday-dept-list
           write holiday-calendar-record
           if holiday-calendar-ok
               display "CLOSED DATE ADDED"
           else
               display "ADD FAILED - STATUS "
                   holiday-calendar-file-status
           end-if
           .
       8020-exit.
           exit.

      *> ------------------------------------------------------------
      *> 8025-VALIDATE-DATE - MAINT-HOLIDAY-DATE must be numeric and
      *> a real calendar date; DATE-CHECK-INTEGER is zero when not
      *> ------------------------------------------------------------
       8025-validate-date.
           move zero to date-check-integer
           if maint-holiday-date is not numeric
               go to 8025-exit
           end-if
           move maint-holiday-date to date-check-work
           compute date-check-integer =
               function integer-of-date(date-check-work)
           .
       8025-exit.
           exit.

      *> ------------------------------------------------------------
      *> 8030-CHANGE-HOLIDAY - description, scope, and premium flag
      *> may all change; the date is the key and does not
      *> ------------------------------------------------------------
       8030-change-holiday.
           display "CLOSED DATE TO CHANGE (YYYYMMDD): "
           accept maint-holiday-date
           move maint-holiday-date to holiday-date
           read holiday-calendar-file
               invalid key
                   display "DATE NOT ON CALENDAR"
                   go to 8030-exit
           end-read

           display "NEW DESCRIPTION (BLANK TO KEEP AS IS): "
           accept maint-description
           perform 8050-accept-closure-terms thru 8050-exit
           if not entry-valid
               display "CHANGE REJECTED"
               go to 8030-exit
           end-if

           if maint-description not = spaces
               move maint-description to holiday-description
           end-if
           move maint-scope-flag to holiday-scope-flag
           move maint-premium-flag to holiday-premium-flag
           move maint-dept-list to holiday-dept-list
           rewrite holiday-calendar-record
           if holiday-calendar-ok
               display "CLOSED DATE UPDATED"
           else
               display "UPDATE FAILED - STATUS "
                   holiday-calendar-file-status
           end-if
           .
       8030-exit.
           exit.

      *> ------------------------------------------------------------
      *> 8040-REMOVE-HOLIDAY
      *> ------------------------------------------------------------
       8040-remove-holiday.
           display "CLOSED DATE TO REMOVE (YYYYMMDD): "
           accept maint-holiday-date
           move maint-holiday-date to holiday-date
           read holiday-calendar-file
               invalid key
                   display "DATE NOT ON CALENDAR"
                   go to 8040-exit
           end-read
           delete holiday-calendar-file record
           if holiday-calendar-ok
               display "CLOSED DATE REMOVED"
           else
               display "REMOVE FAILED - STATUS "
                   holiday-calendar-file-status
           end-if
           .
       8040-exit.
           exit.

      *> ------------------------------------------------------------
      *> 8050-ACCEPT-CLOSURE-TERMS - scope, premium flag, and for a
      *> limited closure the department list; ENTRY-VALID is off
      *> when any of them fails
      *> ------------------------------------------------------------
       8050-accept-closure-terms.
           move "N" to entry-valid-switch
           move spaces to maint-dept-list
           display "SCOPE (P = PLANT-WIDE, D = LISTED DEPTS): "
           accept maint-scope-flag
           if not maint-scope-valid
               display "SCOPE MUST BE P OR D"
               go to 8050-exit
           end-if
           display "HOLIDAY PREMIUM PAY (Y/N): "
           accept maint-premium-flag
           if not maint-premium-valid
               display "PREMIUM FLAG MUST BE Y OR N"
               go to 8050-exit
           end-if
           if maint-scope-flag = "D"
               move "N" to dept-list-done-switch
               move "Y" to entry-valid-switch
               perform 8060-accept-one-dept thru 8060-exit
                   varying maint-dept-sub from 1 by 1
                   until maint-dept-sub > 10
                      or dept-list-done
                      or not entry-valid
               if entry-valid and maint-dept-list = spaces
                   display "AT LEAST ONE DEPARTMENT REQUIRED"
                   move "N" to entry-valid-switch
               end-if
           else
               move "Y" to entry-valid-switch
           end-if
           .
       8050-exit.
           exit.

      *> ------------------------------------------------------------
      *> 8060-ACCEPT-ONE-DEPT - a blank code ends the list
      *> ------------------------------------------------------------
       8060-accept-one-dept.
           display "CLOSED DEPARTMENT CODE (BLANK TO END LIST): "
           accept maint-dept-code
           if maint-dept-code = spaces
               move "Y" to dept-list-done-switch
               go to 8060-exit
           end-if
           if not dept-master-missing
               move maint-dept-code to dept-code
               read dept-master-file
                   invalid key
                       display "DEPARTMENT " maint-dept-code
                           " NOT ON DEPT MASTER"
                       move "N" to entry-valid-switch
                       go to 8060-exit
               end-read
           end-if
           move maint-dept-code to maint-dept-entry(maint-dept-sub)
           .
       8060-exit.
           exit.

      *> ============================================================
      *> 9900-TERMINATE
      *> ============================================================
       9900-terminate.
           close holiday-calendar-file
           if not dept-master-missing
               close dept-master-file
           end-if
           .
       9900-exit.
           exit.
