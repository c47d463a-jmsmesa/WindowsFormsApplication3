      *----------------------------------------------------------------
      * INCIDRSP.CPY
      *
      * Incident ticket-response record.  The service desk tool drops
      * one record back for each ticket it raises from the incident
      * file, and another each time the ticket changes state,
      * quoting the history key (and job id) it was handed on the
      * incident record, its own ticket number and the ticket's
      * state (OPEN, ASSIGNED, RESOLVED, CLOSED, ...) with the time
      * of the change.  The triage workbench picks the file up and
      * stamps each response onto the failure's triage record, the
      * way the submission panel applies the scheduler's status
      * responses, and consumes the file once it is applied.
      *----------------------------------------------------------------
       01 incident-response-record.
           05 ir-history-key       pic x(16).
           05 ir-job-id            pic x(12).
           05 ir-ticket-number     pic x(12).
           05 ir-ticket-state      pic x(08).
           05 ir-state-timestamp   pic x(14).
