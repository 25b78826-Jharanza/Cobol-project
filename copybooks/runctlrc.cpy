      *> counts hand off cleanly between steps.
      *>
      *> Job names on file: OPMUTIL, ROSTBLD, GREETBATCH, CLOCKOUT,
      *> BADGEHRS, BADGERCN, NOSHOW, AUDARCH, LEAVACR, INTEGCHK,
      *> and the greeting run's other modes (GREETING, GRTRERUN,
      *> GRTMAINT, BREAKSTRT, BREAKEND).  INTEGCHK's records out
      *> are the exceptions it found.
      *>
      *> Modification history
      *>   2026-09-02  original layout
      *>   2026-10-15  LEAVACR added to the job names on file
      *>   2026-10-15  the meal-break runs added to the job names
      *>   2026-10-15  INTEGCHK added to the job names
      *> ----------------------------------------------------------
       01  run-control-record.
           05  runctl-job-name          pic x(10).
