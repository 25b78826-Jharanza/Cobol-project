      *> ----------------------------------------------------------
      *> HOLCAL.CPY
      *> Record layout for HOLIDAY-CALENDAR-FILE, the indexed plant
      *> holiday and shutdown calendar.  Keyed on holiday-date.  One
      *> record per closed date: a description, whether the whole
      *> plant is closed or only the departments listed, and
      *> whether hours worked on the date are paid at the holiday
      *> premium.  The roster build and the no-show report skip
      *> operators whose department is closed on the date, the
      *> punctuality report leaves the date out of days scheduled,
      *> and the pay-period run puts premium-holiday hours in their
      *> own bucket.
      *>
      *> Modification history
      *>   2026-10-15  original layout
      *> ----------------------------------------------------------
       01  holiday-calendar-record.
           05  holiday-date             pic x(08).
           05  holiday-description      pic x(30).
           05  holiday-scope-flag       pic x(01).
               88  holiday-plant-wide       value "P".
               88  holiday-dept-limited     value "D".
           05  holiday-premium-flag     pic x(01).
               88  holiday-premium          value "Y".
               88  holiday-no-premium       value "N".
           05  holiday-dept-list.
               10  holiday-dept-code occurs 10 times
                                        pic x(02).
           05  filler                   pic x(10).
