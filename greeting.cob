      *>               conflict, a restart mismatch, a failed file
      *>               open - stamps FAIL on the run-control file
      *>               instead of OK
      *>   2026-10-15  added meal-break start and end modes, run off
      *>               the roster like the clock-out mode, writing
      *>               BREAK-STRT and BREAK-END badge events and
      *>               audit records for the hours pairing to
      *>               deduct and check
      *>   2026-10-15  every add, change, and deactivate made from
      *>               the maintenance menu appends the master
      *>               record's before and after images to the
      *>               operator change journal
      *>   2026-10-15  operators left out of a full greeted-id table
      *>               are counted in the report trailer, and
      *>               records left out of a full department table
      *>               are counted on the reconciliation report
      *> ------------------------------------------------------------
       identification division.
       program-id. Greeting.
               record key is dept-code
               file status is dept-master-file-status.

           select operator-journal-file assign to "OPERJRNL"
               organization is line sequential
               file status is operator-journal-file-status.

       data division.
       file section.
       fd  operator-master-file.
       fd  dept-master-file.
           copy "deptmast.cpy".

       fd  operator-journal-file.
           copy "opjrnl.cpy".

       working-storage section.

      *> ----------------------------------------------------------
           88  batch-mode                   value "B".
           88  maintenance-mode             value "M".
           88  clockout-mode                value "O".
           88  breakstart-mode              value "K".
           88  breakend-mode                value "E".
           88  rerun-mode                   value "R".
       01  maintenance-done-switch      pic x(01) value "N".
           88  maintenance-done             value "Y".
       01  dup-section-switch           pic x(01) value "N".
           88  dup-section-written          value "Y".
       01  greeted-id-count             pic 9(04) comp value zero.
       01  greeted-id-overflow-count    pic 9(08) comp value zero.
       01  dept-recon-overflow-count    pic 9(08) comp value zero.
       01  greeted-id-sub               pic 9(04) comp value zero.
       01  greeted-id-table.
           05  greeted-id-entry occurs 500 times.
       01  maint-dept-code              pic x(02) value spaces.
       01  maint-effective-date         pic x(08) value spaces.
       01  maint-expiry-date            pic x(08) value spaces.
       01  operator-journal-file-status pic x(02) value spaces.
       01  journal-open-switch          pic x(01) value "N".
           88  journal-file-open            value "Y".
       01  journal-action-ws            pic x(03) value spaces.
       01  master-before-image          pic x(60) value spaces.
       01  dept-valid-switch            pic x(01) value "N".
           88  dept-code-valid              value "Y".

                   perform 8000-maintenance-menu thru 8000-exit
               when batch-mode
               when clockout-mode
               when breakstart-mode
               when breakend-mode
                   perform 3000-process-batch thru 3000-exit
               when rerun-mode
                   perform 3700-process-rerun thru 3700-exit
           if command-line-arguments(1:5) = "RERUN"
               move "R" to run-mode-switch
           end-if
           if command-line-arguments(1:7) = "BRKSTRT"
               move "K" to run-mode-switch
           end-if
           if command-line-arguments(1:6) = "BRKEND"
               move "E" to run-mode-switch
           end-if
           if maintenance-mode
               move "MAINT" to audit-event-type-ws
           end-if
               move "CLOCK-OUT" to badge-event-type-ws
               move "CLOCK-OUT" to audit-event-type-ws
           end-if
           if breakstart-mode
               move "BREAK-STRT" to badge-event-type-ws
               move "BREAK-STRT" to audit-event-type-ws
           end-if
           if breakend-mode
               move "BREAK-END" to badge-event-type-ws
               move "BREAK-END" to audit-event-type-ws
           end-if
           evaluate true
               when batch-mode
                   move "GREETBATCH" to runctl-job-name-ws
               when clockout-mode
                   move "CLOCKOUT" to runctl-job-name-ws
               when breakstart-mode
                   move "BREAKSTRT" to runctl-job-name-ws
               when breakend-mode
                   move "BREAKEND" to runctl-job-name-ws
               when rerun-mode
                   move "GRTRERUN" to runctl-job-name-ws
               when maintenance-mode
                   audit-log-file-status
           end-if

           if maintenance-mode
               open extend operator-journal-file
               if operator-journal-file-status = "35"
                   open output operator-journal-file
               end-if
               if operator-journal-file-status = "00"
                   move "Y" to journal-open-switch
               else
                   display "OPERATOR JOURNAL OPEN FAILED - STATUS "
                       operator-journal-file-status
               end-if
           end-if

           if not maintenance-mode
               open extend badge-event-file
               if badge-event-file-status = "35"
                   else
                       display "DEPARTMENT TABLE FULL - DEPT "
                           dept-code " NOT RECONCILED"
                       add 1 to dept-recon-overflow-count
                   end-if
           end-read
           .
           else
               display "GREETED-ID TABLE FULL - DUPLICATES OF "
                   working-operator-id " WILL NOT BE CAUGHT"
               add 1 to greeted-id-overflow-count
           end-if
           .
       3180-exit.
               else
                   display "DEPARTMENT TABLE FULL - DEPT "
                       dept-search-code " NOT RECONCILED"
                   add 1 to dept-recon-overflow-count
                   move zero to dept-recon-sub
               end-if
           end-if
       5500-exit.
           exit.

      *> ============================================================
      *> 5600-WRITE-JOURNAL-RECORD - before and after images of a
      *> master change made from the maintenance menu; the before
      *> image is in MASTER-BEFORE-IMAGE, the after image is the
      *> record just written
      *> ============================================================
       5600-write-journal-record.
           if not journal-file-open
               go to 5600-exit
           end-if
           move spaces to operator-journal-record
           move current-date-yyyymmdd to journal-date
           move current-time-hhmmss to journal-time
           move "MAINT" to journal-source
           move journal-action-ws to journal-action
           move operator-id to journal-operator-id
           move master-before-image to journal-before-image
           move operator-master-record to journal-after-image
           write operator-journal-record
           .
       5600-exit.
           exit.

      *> ============================================================
      *> 6000-WRITE-CHECKPOINT - snapshot progress through the roster
      *> so a restart can skip forward
      *> ============================================================
       7000-build-greeting-line.
           move spaces to greeting-report-detail
           evaluate true
               when clockout-mode
                   string "Shift complete!  Thank you, "
                              delimited by size
                          function trim(working-operator-id)
                              delimited by size
                          "!" delimited by size
                       into report-detail-text
                   end-string
               when breakstart-mode
                   string "Enjoy your meal break, "
                              delimited by size
                          function trim(working-operator-id)
                              delimited by size
                          "!" delimited by size
                       into report-detail-text
                   end-string
               when breakend-mode
                   string "Welcome back from your break, "
                              delimited by size
                          function trim(working-operator-id)
                              delimited by size
                          "!" delimited by size
                       into report-detail-text
                   end-string
               when other
                   string function trim(operator-greeting-text)
                              delimited by size
                          " " delimited by size
                          function trim(working-operator-id)
                              delimited by size
                          "!" delimited by size
                       into report-detail-text
                   end-string
           end-evaluate
           .
       7000-exit.
           exit.
               when clockout-mode
                   move "CLOCK-OUT RUN REPORT"
                       to report-header-title
               when breakstart-mode
                   move "BREAK START REPORT"
                       to report-header-title
               when breakend-mode
                   move "BREAK END REPORT"
                       to report-header-title
               when rerun-mode
                   move "SUSPENSE RERUN" to report-header-title
               when other
           move "DUPLICATES SUPPRESSED:" to report-trailer-tag
           move run-duplicate-count to report-trailer-count
           write greeting-report-trailer

           if greeted-id-overflow-count > zero
               move spaces to greeting-report-trailer
               move "OPERATORS NOT DUPLICATE-CHECKED:"
                   to report-trailer-tag
               move greeted-id-overflow-count to report-trailer-count
               write greeting-report-trailer
           end-if
           .
       7200-exit.
           exit.
           if operator-master-ok
               display "OPERATOR ADDED"
               move "S" to audit-status-flag
               move spaces to master-before-image
               move "ADD" to journal-action-ws
               perform 5600-write-journal-record thru 5600-exit
           else
               display "ADD FAILED - STATUS "
                   operator-master-file-status
                   move "F" to audit-status-flag
                   perform 5000-write-audit-log thru 5000-exit
               not invalid key
                   move operator-master-record to master-before-image
                   display "NEW NAME (BLANK TO KEEP AS IS): "
                   accept maint-operator-name
                   if maint-operator-name not = spaces
                   if operator-master-ok
                       display "OPERATOR UPDATED"
                       move "S" to audit-status-flag
                       move "CHG" to journal-action-ws
                       perform 5600-write-journal-record
                           thru 5600-exit
                   else
                       display "UPDATE FAILED - STATUS "
                           operator-master-file-status
                   move "F" to audit-status-flag
                   perform 5000-write-audit-log thru 5000-exit
               not invalid key
                   move operator-master-record to master-before-image
                   move "N" to operator-active-flag
                   rewrite operator-master-record
                   if operator-master-ok
                       display "OPERATOR DEACTIVATED"
                       move "S" to audit-status-flag
                       move "DEA" to journal-action-ws
                       perform 5600-write-journal-record
                           thru 5600-exit
                   else
                       display "DEACTIVATE FAILED - STATUS "
                           operator-master-file-status
                   compute recon-report-value = zero - recon-variance
           end-evaluate
           write recon-report-line

           if dept-recon-overflow-count > zero
               move spaces to recon-report-line
               move "RECORDS NOT RECONCILED - DEPT TABLE FULL"
                   to recon-report-text
               move dept-recon-overflow-count to recon-report-value
               write recon-report-line
           end-if
           .
       8900-exit.
           exit.
           evaluate true
               when batch-mode
               when clockout-mode
               when breakstart-mode
               when breakend-mode
                   compute runctl-records-in =
                       run-success-count + run-failure-count
                       + run-duplicate-count
      *> ============================================================
       9900-terminate.
           close audit-log-file
           if journal-file-open
               close operator-journal-file
           end-if
           if not dept-master-missing
               close dept-master-file
           end-if
