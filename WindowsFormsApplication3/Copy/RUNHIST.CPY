      * Rerun action carries the job id of the failed run it replaces
      * in RH-RERUN-OF-JOB-ID (spaces on an ordinary submission), so
      * the morning report can show a failure and its rerun as one
      * story.  A completion whose return code the return-code rules
      * class as a warning is recorded WARNING rather than COMPLETED.
      *----------------------------------------------------------------
       01 run-history-record.
           05 rh-history-key.
