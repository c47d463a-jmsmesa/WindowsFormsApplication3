      *----------------------------------------------------------------
      * INCIDENT.CPY
      *
      * Outbound incident record.  One record per cycle whose
      * scheduler response came back FAILED or ABENDED, appended by
      * the submission panel when it applies the scheduler status
      * feed, at the same moment the failure goes to the paging
      * outbox.  The service desk tool polls and consumes the file
      * and raises a ticket from each record, so nobody has to
      * retype the failure from the triage workbench.  The history
      * key identifies the exact run-history record and is the key
      * the service desk quotes back on its ticket response
      * (INCIDRSP.CPY); the on-call operator is the one already
      * resolved from the roster for the paging notification.
      *----------------------------------------------------------------
       01 incident-record.
           05 ic-created-timestamp pic x(14).
           05 ic-history-key       pic x(16).
           05 ic-cycle-id          pic x(08).
           05 ic-run-date          pic x(08).
           05 ic-environment       pic x(04).
           05 ic-job-id            pic x(12).
           05 ic-return-code       pic x(04).
           05 ic-status            pic x(08).
           05 ic-oncall-operator   pic x(08).
