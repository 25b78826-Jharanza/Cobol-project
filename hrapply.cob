      *> reasons, the run finishes with before/after master record
      *> counts and per-action totals so it ties back to HR's
      *> list, and every applied change lands on AUDITLOG under
      *> the HRBATCH event type the way MAINT actions do.  Each
      *> applied change also appends the master record's before and
      *> after images to the operator change journal.
      *>
      *> On a CHG a blank field keeps the master's value, the way
      *> the maintenance menu treats a blank answer.
      *>
      *> Modification history
      *>   2026-09-02  original program
      *>   2026-10-15  every applied transaction writes a journal
      *>               record with the master's before and after
      *>               images
      *> ------------------------------------------------------------
       identification division.
       program-id. HrBatchApply.
               organization is line sequential
               file status is hrapply-report-file-status.

           select operator-journal-file assign to "OPERJRNL"
               organization is line sequential
               file status is operator-journal-file-status.

       data division.
       file section.
       fd  operator-master-file.
       fd  hrapply-report-file.
           copy "hrapprp.cpy".

       fd  operator-journal-file.
           copy "opjrnl.cpy".

       working-storage section.
       01  operator-master-file-status  pic x(02) value spaces.
           88  operator-master-ok           value "00".
       01  rejects-count                pic 9(08) comp value zero.
       01  reject-reason-text           pic x(44) value spaces.
       01  master-count-work            pic 9(08) comp value zero.
       01  operator-journal-file-status pic x(02) value spaces.
       01  master-before-image          pic x(60) value spaces.

       procedure division.

               goback
           end-if

           open extend operator-journal-file
           if operator-journal-file-status = "35"
               open output operator-journal-file
           end-if
           if operator-journal-file-status not = "00"
               display "OPERATOR JOURNAL OPEN FAILED - STATUS "
                   operator-journal-file-status
               close operator-master-file
               close hr-transaction-file
               close audit-log-file
               close hrapply-report-file
               goback
           end-if

           perform 7100-write-report-header thru 7100-exit
           .
       1000-exit.
               go to 3200-exit
           end-if

           move spaces to master-before-image
           move spaces to operator-master-record
           move hr-trans-operator-id to operator-id
           move hr-trans-operator-name to operator-name
           if operator-master-ok
               add 1 to adds-applied-count
               perform 5000-write-audit-log thru 5000-exit
               perform 5100-write-journal-record thru 5100-exit
           else
               move "WRITE FAILED ON MASTER"
                   to reject-reason-text
               end-if
           end-if

           move operator-master-record to master-before-image
           if hr-trans-operator-name not = spaces
               move hr-trans-operator-name to operator-name
           end-if
           if operator-master-ok
               add 1 to changes-applied-count
               perform 5000-write-audit-log thru 5000-exit
               perform 5100-write-journal-record thru 5100-exit
           else
               move "REWRITE FAILED ON MASTER"
                   to reject-reason-text
               perform 3700-reject-transaction thru 3700-exit
               go to 3400-exit
           end-if
           move operator-master-record to master-before-image
           move "N" to operator-active-flag
           rewrite operator-master-record
           if operator-master-ok
               add 1 to deactivates-applied-count
               perform 5000-write-audit-log thru 5000-exit
               perform 5100-write-journal-record thru 5100-exit
           else
               move "REWRITE FAILED ON MASTER"
                   to reject-reason-text
       5000-exit.
           exit.

      *> ------------------------------------------------------------
      *> 5100-WRITE-JOURNAL-RECORD - before and after images of an
      *> applied transaction; the before image is in
      *> MASTER-BEFORE-IMAGE, the after image is the record just
      *> written
      *> ------------------------------------------------------------
       5100-write-journal-record.
           move spaces to operator-journal-record
           move current-date-yyyymmdd to journal-date
           move current-time-hhmmss to journal-time
           move "HRBATCH" to journal-source
           move hr-trans-action to journal-action
           move operator-id to journal-operator-id
           move master-before-image to journal-before-image
           move operator-master-record to journal-after-image
           write operator-journal-record
           .
       5100-exit.
           exit.

      *> ------------------------------------------------------------
      *> 7100-WRITE-REPORT-HEADER
      *> ------------------------------------------------------------
      *> ============================================================
       9900-terminate.
           close audit-log-file
           close operator-journal-file
           close hrapply-report-file
           if not dept-master-missing
               close dept-master-file
