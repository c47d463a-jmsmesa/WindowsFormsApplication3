      * history key ties the triage back to the exact run-history
      * record; the rerun job id is filled in once the Rerun action
      * has resubmitted the cycle, so the workbench shows which
      * failures have already been rerun.  The ticket number, state
      * and state time are stamped from the service desk's ticket
      * responses (INCIDRSP.CPY); a response for a failure nobody has
      * triaged yet leaves a record with a blank cause code, which
      * still counts as untriaged.  A ticket is open until the
      * service desk reports it RESOLVED or CLOSED.
      *----------------------------------------------------------------
       01 triage-record.
           05 tg-history-key       pic x(16).
           05 tg-triage-operator   pic x(08).
           05 tg-triage-timestamp  pic x(14).
           05 tg-rerun-job-id      pic x(12).
           05 tg-ticket-number     pic x(12).
           05 tg-ticket-state      pic x(08).
               88 tg-ticket-is-closed  value "RESOLVED" "CLOSED  ".
           05 tg-ticket-timestamp  pic x(14).
